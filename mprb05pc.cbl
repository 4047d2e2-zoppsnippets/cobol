000100 CBL  SOURCE XREF
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. 'mprb05pc'.
000400************************************************************
000500*
000600*  Accounting period close and reopen for the mprb05 suite.
000700*  Sets a month's record on the period-control dataset
000800*  (PERIODS, VSAM KSDS, PERDREC layout) closed or open. The
000900*  posting handlers - PAYMENT, ORDER, REFUND and ORDCANC -
001000*  refuse any transaction whose business date falls in a
001100*  closed month, so a run restarted after close cannot book
001200*  into figures finance has already reported.
001300*
001400*  CLOSE also freezes the month's totals as the official
001500*  figures: every PAYPOST posting dated in the month
001600*  (payments and refund reversals apart, house currency)
001700*  and the house-currency BUSTOT row of each trancode, summed
001800*  over the month's business days. They are kept on the
001900*  period record and printed on the period-close report
002000*  (PCLOSE), beside the figures frozen at the previous close
002100*  when the month was closed before. REOPEN only sets the
002200*  month open again; the frozen figures stand until the next
002300*  close replaces them.
002400*
002500*  PARM keywords:
002600*    CMD=CLOSE | REOPEN                      (required)
002700*    PERIOD=yyyymm                           (required)
002800*    USER=userid  finance user, recorded on the period
002900*
003000*  Ends with return code 8 when a keyword is missing or
003100*  invalid, a dataset will not open, or the month is not in
003200*  the state the command changes (closing a closed month,
003300*  reopening an open one).
003400*
003500*  Program     mprb05pc
003600*  PSB:        none - plain batch, no IMS calls
003700*  Databases:  none
003800*  Access:     PERIODS (VSAM, update), PAYPOST (in),
003900*              BUSTOT (in), PCLOSE (out)
004000*
004100************************************************************
004200 ENVIRONMENT DIVISION.
004300 CONFIGURATION SECTION.
004400 SOURCE-COMPUTER.  IBM-370.
004500 OBJECT-COMPUTER.  IBM-370.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT PERIOD-CONTROL-FILE ASSIGN TO PERIODS
004900        ORGANIZATION IS INDEXED
005000        ACCESS MODE IS DYNAMIC
005100        RECORD KEY IS PD-PERIOD
005200        FILE STATUS IS ws-period-file-status.
005300     SELECT POSTING-FILE ASSIGN TO PAYPOST
005400        ORGANIZATION IS SEQUENTIAL
005500        FILE STATUS IS ws-posting-status.
005600     SELECT TOTALS-FILE ASSIGN TO BUSTOT
005700        ORGANIZATION IS SEQUENTIAL
005800        FILE STATUS IS ws-totals-status.
005900     SELECT REPORT-FILE ASSIGN TO PCLOSE
006000        ORGANIZATION IS SEQUENTIAL
006100        FILE STATUS IS ws-report-status.
006200
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  PERIOD-CONTROL-FILE.
006600     COPY PERDREC.
006700
006800 FD  POSTING-FILE
006900     RECORDING MODE IS F.
007000     COPY PAYPREC.
007100
007200 FD  TOTALS-FILE
007300     RECORDING MODE IS F.
007400     COPY BUSTREC.
007500
007600 FD  REPORT-FILE
007700     RECORDING MODE IS F.
007800 01  REPORT-LINE              PIC X(80).
007900
008000 WORKING-STORAGE SECTION.
008100
008200 77  ws-period-file-status pic xx value spaces.
008300 77  ws-posting-status    pic xx value spaces.
008400 77  ws-totals-status     pic xx value spaces.
008500 77  ws-report-status     pic xx value spaces.
008600 77  end-of-input-sw      pic x value 'n'.
008700     88 end-of-input            value 'y'.
008800 77  period-found-sw      pic x value 'n'.
008900     88 period-found            value 'y'.
009000 77  run-failed-sw        pic x value 'n'.
009100     88 run-failed              value 'y'.
009200
009300************************************************************
009400*            RUNTIME OPTIONS
009500************************************************************
009600
009700 77  ws-command           pic x(8) value spaces.
009800 77  ws-period-x          pic x(6) value spaces.
009900 77  ws-period            redefines ws-period-x
010000                          pic 9(6).
010100 77  ws-user              pic x(8) value spaces.
010200 77  record-period        pic 9(6) value 0.
010300 77  today-date           pic 9(8) value 0.
010400
010500 01  ws-parm-tokens.
010600     02  ws-parm-token    pic x(20) occurs 6 times.
010700 77  ws-parm-idx          pic 9(4) binary value 1.
010800 77  ws-parm-key          pic x(10).
010900 77  ws-parm-val          pic x(10).
011000
011100************************************************************
011200*            MONTH TOTALS
011300*    What this close freezes, and what the last close froze
011400*    - kept apart so the report can show both.
011500************************************************************
011600
011700 77  pay-count            pic 9(9) value 0.
011800 77  pay-amount           pic 9(13)v99 value 0.
011900 77  rfd-count            pic 9(9) value 0.
012000 77  rfd-amount           pic 9(13)v99 value 0.
012100 77  net-amount           pic s9(13)v99 value 0.
012200 77  prior-frozen-date    pic 9(8) value 0.
012300 77  prior-pay-amount     pic 9(13)v99 value 0.
012400 77  prior-rfd-amount     pic 9(13)v99 value 0.
012500 77  bt-overflow-count    pic 9(7) value 0.
012600
012700 77  mt-entry-count       pic 9(4) binary value 0.
012800 77  mt-found-sw          pic x value 'n'.
012900     88 mt-found                 value 'y'.
013000 01  mt-table.
013100     02  mt-entry occurs 8 times
013200           indexed by mt-ix.
013300         03  mt-trancode      pic x(8).
013400         03  mt-count         pic 9(9).
013500         03  mt-units         pic 9(9).
013600         03  mt-amount        pic 9(13)v99.
013700
013800 77  display-count        pic zzz,zzz,zz9.
013900 77  display-amount       pic z,zzz,zzz,zzz,zz9.99.
014000 77  display-net-amount   pic -,---,---,---,--9.99.
014100
014200*****************************************************
014300 LINKAGE SECTION.
014400
014500 01  PARM-AREA.
014600     02  PARM-LENGTH      PIC S9(4) COMP.
014700     02  PARM-DATA        PIC X(80).
014800
014900 PROCEDURE DIVISION USING PARM-AREA.
015000*****************************************************
015100 MAIN-RTN.
015200
015300     perform parse-parm-area
015400        thru end-parse-parm-area.
015500
015600     evaluate true
015700        when ws-period-x not numeric
015800           or ws-period-x (5:2) < '01' or ws-period-x (5:2) > '12'
015900           display "mprb05pc: missing or invalid PERIOD keyword '"
016000              ws-period-x "'" upon console
016100           move 8 to RETURN-CODE
016200        when ws-command = 'CLOSE   '
016300           perform close-period
016400              thru end-close-period
016500        when ws-command = 'REOPEN  '
016600           perform reopen-period
016700              thru end-reopen-period
016800        when other
016900           display "mprb05pc: unknown or missing CMD keyword '"
017000              ws-command "'" upon console
017100           move 8 to RETURN-CODE
017200     end-evaluate.
017300
017400     goback.
017500
017600 parse-parm-area.
017700     move spaces to ws-parm-tokens.
017800     if PARM-LENGTH > 0
017900        unstring PARM-DATA (1:PARM-LENGTH) delimited by ','
018000           into ws-parm-token (1) ws-parm-token (2)
018100              ws-parm-token (3) ws-parm-token (4)
018200              ws-parm-token (5) ws-parm-token (6)
018300        end-unstring
018400        perform varying ws-parm-idx from 1 by 1
018500           until ws-parm-idx > 6
018600           if ws-parm-token (ws-parm-idx) not = spaces
018700              perform split-parm-token
018800                 thru end-split-parm-token
018900           end-if
019000        end-perform
019100     end-if.
019200 end-parse-parm-area.
019300     exit.
019400
019500 split-parm-token.
019600     move spaces to ws-parm-key ws-parm-val.
019700     unstring ws-parm-token (ws-parm-idx) delimited by '='
019800        into ws-parm-key ws-parm-val.
019900     evaluate ws-parm-key
020000        when 'CMD'
020100           move ws-parm-val(1:8) to ws-command
020200        when 'PERIOD'
020300           move ws-parm-val(1:6) to ws-period-x
020400        when 'USER'
020500           move ws-parm-val(1:8) to ws-user
020600     end-evaluate.
020700 end-split-parm-token.
020800     exit.
020900
021000************************************************************
021100*            CLOSE-PERIOD
021200*    The month's figures are totalled before the period
021300*    record is touched - a close that could not freeze its
021400*    figures must leave the month open.
021500************************************************************
021600
021700 close-period.
021800     accept today-date from date yyyymmdd.
021900     open i-o PERIOD-CONTROL-FILE.
022000     if ws-period-file-status not = '00'
022100        display "mprb05pc: unable to open PERIODS, status "
022200           ws-period-file-status upon console
022300        move 8 to RETURN-CODE
022400     else
022500        perform read-period-record
022600           thru end-read-period-record
022700        if period-found and PD-IS-CLOSED
022800           display "mprb05pc: period " ws-period-x
022900              " is already closed" upon console
023000           move 8 to RETURN-CODE
023100        else
023200           perform total-month-postings
023300              thru end-total-month-postings
023400           perform total-month-business
023500              thru end-total-month-business
023600           if not run-failed
023700              perform freeze-period-record
023800                 thru end-freeze-period-record
023900           end-if
024000           if not run-failed
024100              perform write-close-report
024200                 thru end-write-close-report
024300           end-if
024400           if run-failed
024500              move 8 to RETURN-CODE
024600           end-if
024700        end-if
024800        close PERIOD-CONTROL-FILE
024900     end-if.
025000 end-close-period.
025100     exit.
025200
025300 read-period-record.
025400     move 'n' to period-found-sw.
025500     move ws-period to PD-PERIOD.
025600     read PERIOD-CONTROL-FILE
025700        invalid key
025800           continue
025900        not invalid key
026000           set period-found to true
026100     end-read.
026200 end-read-period-record.
026300     exit.
026400
026500************************************************************
026600*            TOTAL-MONTH-POSTINGS
026700*    PAYPOST holds every day ever - a posting belongs to the
026800*    month its business date falls in.
026900************************************************************
027000
027100 total-month-postings.
027200     open input POSTING-FILE.
027300     if ws-posting-status not = '00'
027400        display "mprb05pc: unable to open PAYPOST, status "
027500           ws-posting-status upon console
027600        set run-failed to true
027700     else
027800        move 'n' to end-of-input-sw
027900        perform total-one-posting
028000           thru end-total-one-posting
028100           until end-of-input
028200        close POSTING-FILE
028300     end-if.
028400 end-total-month-postings.
028500     exit.
028600
028700 total-one-posting.
028800     read POSTING-FILE
028900        at end
029000           set end-of-input to true
029100        not at end
029200           compute record-period = PP-DATE / 100
029300           if record-period = ws-period
029400              if PP-IS-REVERSAL
029500                 add 1 to rfd-count
029600                 add PP-AMOUNT to rfd-amount
029700              else
029800                 add 1 to pay-count
029900                 add PP-AMOUNT to pay-amount
030000              end-if
030100           end-if
030200     end-read.
030300 end-total-one-posting.
030400     exit.
030500
030600************************************************************
030700*            TOTAL-MONTH-BUSINESS
030800*    The house-currency row of each trancode only - the
030900*    PAYMENT handler's per-currency rows re-state it.
031000************************************************************
031100
031200 total-month-business.
031300     open input TOTALS-FILE.
031400     if ws-totals-status not = '00'
031500        display "mprb05pc: unable to open BUSTOT, status "
031600           ws-totals-status upon console
031700        set run-failed to true
031800     else
031900        move 'n' to end-of-input-sw
032000        perform total-one-business-row
032100           thru end-total-one-business-row
032200           until end-of-input
032300        close TOTALS-FILE
032400     end-if.
032500 end-total-month-business.
032600     exit.
032700
032800 total-one-business-row.
032900     read TOTALS-FILE
033000        at end
033100           set end-of-input to true
033200        not at end
033300           compute record-period = BT-DATE / 100
033400           if record-period = ws-period
033500              and BT-CURRENCY = spaces
033600              perform find-trancode-slot
033700                 thru end-find-trancode-slot
033800              if mt-found
033900                 add BT-COUNT to mt-count (mt-ix)
034000                 add BT-UNITS to mt-units (mt-ix)
034100                 add BT-AMOUNT to mt-amount (mt-ix)
034200              else
034300                 add 1 to bt-overflow-count
034400              end-if
034500           end-if
034600     end-read.
034700 end-total-one-business-row.
034800     exit.
034900
035000 find-trancode-slot.
035100     move 'n' to mt-found-sw.
035200     perform varying mt-ix from 1 by 1
035300        until mt-ix > mt-entry-count or mt-found
035400        if mt-trancode (mt-ix) = BT-TRANCODE
035500           set mt-found to true
035600        end-if
035700     end-perform.
035800     if mt-found
035900        set mt-ix down by 1
036000     else
036100        if mt-entry-count < 8
036200           add 1 to mt-entry-count
036300           set mt-ix to mt-entry-count
036400           move BT-TRANCODE to mt-trancode (mt-ix)
036500           move 0 to mt-count (mt-ix)
036600           move 0 to mt-units (mt-ix)
036700           move 0 to mt-amount (mt-ix)
036800           set mt-found to true
036900        end-if
037000     end-if.
037100 end-find-trancode-slot.
037200     exit.
037300
037400************************************************************
037500*            FREEZE-PERIOD-RECORD
037600*    A month never closed gets its record here; one closed
037700*    before and reopened keeps its key and close count.
037800************************************************************
037900
038000 freeze-period-record.
038100     if period-found
038200        move PD-FROZEN-DATE to prior-frozen-date
038300        move PD-PAY-AMOUNT to prior-pay-amount
038400        move PD-RFD-AMOUNT to prior-rfd-amount
038500     else
038600        move spaces to PERIOD-CONTROL-RECORD
038700        move ws-period to PD-PERIOD
038800        move 0 to PD-CLOSE-COUNT
038900     end-if.
039000     set PD-IS-CLOSED to true.
039100     move today-date to PD-ACTION-DATE.
039200     accept PD-ACTION-TIME from time.
039300     move ws-user to PD-ACTION-USER.
039400     add 1 to PD-CLOSE-COUNT.
039500     move today-date to PD-FROZEN-DATE.
039600     move pay-count to PD-PAY-COUNT.
039700     move pay-amount to PD-PAY-AMOUNT.
039800     move rfd-count to PD-RFD-COUNT.
039900     move rfd-amount to PD-RFD-AMOUNT.
040000     move mt-entry-count to PD-BT-ENTRY-COUNT.
040100     perform varying mt-ix from 1 by 1
040200        until mt-ix > 8
040300        if mt-ix > mt-entry-count
040400           move spaces to PD-BT-TRANCODE (mt-ix)
040500           move 0 to PD-BT-COUNT (mt-ix)
040600           move 0 to PD-BT-UNITS (mt-ix)
040700           move 0 to PD-BT-AMOUNT (mt-ix)
040800        else
040900           move mt-trancode (mt-ix) to PD-BT-TRANCODE (mt-ix)
041000           move mt-count (mt-ix) to PD-BT-COUNT (mt-ix)
041100           move mt-units (mt-ix) to PD-BT-UNITS (mt-ix)
041200           move mt-amount (mt-ix) to PD-BT-AMOUNT (mt-ix)
041300        end-if
041400     end-perform.
041500     if period-found
041600        rewrite PERIOD-CONTROL-RECORD
041700           invalid key
041800              set run-failed to true
041900        end-rewrite
042000     else
042100        write PERIOD-CONTROL-RECORD
042200           invalid key
042300              set run-failed to true
042400        end-write
042500     end-if.
042600     if run-failed
042700        display "mprb05pc: unable to update PERIODS for "
042800           ws-period-x ", status " ws-period-file-status
042900           upon console
043000     else
043100        display "mprb05pc: period " ws-period-x " closed by "
043200           ws-user upon console
043300     end-if.
043400 end-freeze-period-record.
043500     exit.
043600
043700************************************************************
043800*            WRITE-CLOSE-REPORT
043900*    A report that will not open does not undo the close -
044000*    the frozen figures are on PERIODS either way.
044100************************************************************
044200
044300 write-close-report.
044400     open output REPORT-FILE.
044500     if ws-report-status not = '00'
044600        display "mprb05pc: unable to open PCLOSE, status "
044700           ws-report-status upon console
044800     else
044900        move spaces to REPORT-LINE
045000        string 'MPRB05 PERIOD CLOSE ' delimited by size
045100           ws-period-x delimited by size
045200           ' - OFFICIAL FIGURES FROZEN ' delimited by size
045300           today-date delimited by size
045400           into REPORT-LINE
045500        write REPORT-LINE
045600        move spaces to REPORT-LINE
045700        string 'CLOSED BY ' delimited by size
045800           ws-user delimited by size
045900           into REPORT-LINE
046000        write REPORT-LINE
046100        move spaces to REPORT-LINE
046200        write REPORT-LINE
046300        move pay-count to display-count
046400        move pay-amount to display-amount
046500        move spaces to REPORT-LINE
046600        string 'PAYPOST PAYMENTS ' delimited by size
046700           display-count delimited by size
046800           '  AMOUNT ' delimited by size
046900           display-amount delimited by size
047000           into REPORT-LINE
047100        write REPORT-LINE
047200        move rfd-count to display-count
047300        move rfd-amount to display-amount
047400        move spaces to REPORT-LINE
047500        string 'PAYPOST REFUNDS  ' delimited by size
047600           display-count delimited by size
047700           '  AMOUNT ' delimited by size
047800           display-amount delimited by size
047900           into REPORT-LINE
048000        write REPORT-LINE
048100        compute net-amount = pay-amount - rfd-amount
048200        move net-amount to display-net-amount
048300        move spaces to REPORT-LINE
048400        string 'PAYPOST NET      ' delimited by size
048500           '           ' delimited by size
048600           '  AMOUNT ' delimited by size
048700           display-net-amount delimited by size
048800           into REPORT-LINE
048900        write REPORT-LINE
049000        move spaces to REPORT-LINE
049100        write REPORT-LINE
049200        move spaces to REPORT-LINE
049300        string 'BUSTOT TRANCODE         COUNT        UNITS'
049400           '               AMOUNT' delimited by size
049500           into REPORT-LINE
049600        write REPORT-LINE
049700        perform write-business-line
049800           thru end-write-business-line
049900           varying mt-ix from 1 by 1
050000           until mt-ix > mt-entry-count
050100        if bt-overflow-count > 0
050200           move bt-overflow-count to display-count
050300           move spaces to REPORT-LINE
050400           string '*** BUSTOT ROWS OF MORE THAN 8 TRANCODES '
050500              'NOT FROZEN: ' delimited by size
050600              display-count delimited by size
050700              into REPORT-LINE
050800           write REPORT-LINE
050900        end-if
051000        if prior-frozen-date > 0
051100           perform write-prior-figures
051200              thru end-write-prior-figures
051300        end-if
051400        close REPORT-FILE
051500     end-if.
051600 end-write-close-report.
051700     exit.
051800
051900 write-business-line.
052000     move spaces to REPORT-LINE.
052100     move mt-trancode (mt-ix) to REPORT-LINE (8:8).
052200     move mt-count (mt-ix) to display-count.
052300     move display-count to REPORT-LINE (19:11).
052400     move mt-units (mt-ix) to display-count.
052500     move display-count to REPORT-LINE (32:11).
052600     move mt-amount (mt-ix) to display-amount.
052700     move display-amount to REPORT-LINE (44:20).
052800     write REPORT-LINE.
052900 end-write-business-line.
053000     exit.
053100
053200*    The month was closed before and reopened - finance sees
053300*    what the official figures were and what they are now.
053400 write-prior-figures.
053500     move spaces to REPORT-LINE.
053600     write REPORT-LINE.
053700     move spaces to REPORT-LINE.
053800     string 'REPLACES FIGURES FROZEN ' delimited by size
053900        prior-frozen-date delimited by size
054000        into REPORT-LINE.
054100     write REPORT-LINE.
054200     move prior-pay-amount to display-amount.
054300     move spaces to REPORT-LINE.
054400     string 'PRIOR PAYMENTS   ' delimited by size
054500        '           ' delimited by size
054600        '  AMOUNT ' delimited by size
054700        display-amount delimited by size
054800        into REPORT-LINE.
054900     write REPORT-LINE.
055000     move prior-rfd-amount to display-amount.
055100     move spaces to REPORT-LINE.
055200     string 'PRIOR REFUNDS    ' delimited by size
055300        '           ' delimited by size
055400        '  AMOUNT ' delimited by size
055500        display-amount delimited by size
055600        into REPORT-LINE.
055700     write REPORT-LINE.
055800 end-write-prior-figures.
055900     exit.
056000
056100************************************************************
056200*            REOPEN-PERIOD
056300*    Only a closed month reopens. The frozen figures are
056400*    left as they are - the next close replaces them.
056500************************************************************
056600
056700 reopen-period.
056800     accept today-date from date yyyymmdd.
056900     open i-o PERIOD-CONTROL-FILE.
057000     if ws-period-file-status not = '00'
057100        display "mprb05pc: unable to open PERIODS, status "
057200           ws-period-file-status upon console
057300        move 8 to RETURN-CODE
057400     else
057500        perform read-period-record
057600           thru end-read-period-record
057700        if not period-found or not PD-IS-CLOSED
057800           display "mprb05pc: period " ws-period-x
057900              " is not closed" upon console
058000           move 8 to RETURN-CODE
058100        else
058200           set PD-IS-OPEN to true
058300           move today-date to PD-ACTION-DATE
058400           accept PD-ACTION-TIME from time
058500           move ws-user to PD-ACTION-USER
058600           rewrite PERIOD-CONTROL-RECORD
058700              invalid key
058800                 display "mprb05pc: unable to update PERIODS for "
058900                    ws-period-x ", status " ws-period-file-status
059000                    upon console
059100                 move 8 to RETURN-CODE
059200              not invalid key
059300                 display "mprb05pc: period " ws-period-x
059400                    " reopened by " ws-user upon console
059500           end-rewrite
059600        end-if
059700        close PERIOD-CONTROL-FILE
059800     end-if.
059900 end-reopen-period.
060000     exit.
