000100 CBL  SOURCE XREF
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. 'mprb05gj'.
000400************************************************************
000500*
000600*  General-ledger journal from the settled payment day.
000700*  Runs after mprb05s has balanced the day and writes the
000800*  day's postings to GLJRNL in the ledger's interface format
000900*  (GLJREC layout) - header, one debit or credit entry per
001000*  GL account, trailer with the control totals - so finance
001100*  books the day from a file instead of keying its totals.
001200*
001300*  Each PAYPOST record of the settled business date is
001400*  booked under its trancode - PAYMENT for a payment,
001500*  REFUND for a reversing posting - and its payment type,
001600*  the posting type byte. GLMAP (GLMREC layout) names the
001700*  GL account debited and the one credited for each; the
001800*  postings are summed per account and side, so the debits
001900*  and credits balance by construction and the trailer
002000*  proves it. Amounts are house currency, as on PAYPOST.
002100*
002200*  Nothing is written unless every check passes first:
002300*    - the last SETTIN line (mprb05s's SETTOUT for the day)
002400*      must be the BALANCED verdict for the same business
002500*      date - an unbalanced or missing settlement books
002600*      nothing;
002700*    - GLHIST, the history of journals written, must hold no
002800*      journal for the date already - a rerun is refused;
002900*    - every posting must find a mapping.
003000*  A journal written is appended to GLHIST (its header and
003100*  trailer).
003200*
003300*  PARM keyword:  SDATE=yyyymmdd  business day journalled
003400*                 (default today) - same as mprb05s's SDATE=
003500*
003600*  Ends with return code 8 when a dataset will not open or
003700*  the journal is refused for any reason above; GLJRNL then
003800*  holds no records.
003900*
003925*  The step's start, end and return code are appended to
003950*  RUNHIST through mprb05sh, as a job step history record.
003975*
004000*  Program     mprb05gj
004100*  PSB:        none - plain batch, no IMS calls
004200*  Databases:  none
004300*  Access:     SETTIN (in), GLHIST (in, then extend),
004400*              GLMAP (in), PAYPOST (in), GLJRNL (out)
004500*
004600************************************************************
004700 ENVIRONMENT DIVISION.
004800 CONFIGURATION SECTION.
004900 SOURCE-COMPUTER.  IBM-370.
005000 OBJECT-COMPUTER.  IBM-370.
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
005300     SELECT SETTLEMENT-IN-FILE ASSIGN TO SETTIN
005400        ORGANIZATION IS SEQUENTIAL
005500        FILE STATUS IS ws-settlement-status.
005600     SELECT HISTORY-FILE ASSIGN TO GLHIST
005700        ORGANIZATION IS SEQUENTIAL
005800        FILE STATUS IS ws-history-status.
005900     SELECT MAPPING-FILE ASSIGN TO GLMAP
006000        ORGANIZATION IS SEQUENTIAL
006100        FILE STATUS IS ws-mapping-status.
006200     SELECT POSTING-FILE ASSIGN TO PAYPOST
006300        ORGANIZATION IS SEQUENTIAL
006400        FILE STATUS IS ws-posting-status.
006500     SELECT JOURNAL-FILE ASSIGN TO GLJRNL
006600        ORGANIZATION IS SEQUENTIAL
006700        FILE STATUS IS ws-journal-status.
006800
006900 DATA DIVISION.
007000 FILE SECTION.
007100 FD  SETTLEMENT-IN-FILE
007200     RECORDING MODE IS F.
007300 01  SETTLEMENT-LINE          PIC X(80).
007400
007500 FD  HISTORY-FILE
007600     RECORDING MODE IS F.
007700 01  HISTORY-RECORD           PIC X(80).
007800
007900 FD  MAPPING-FILE
008000     RECORDING MODE IS F.
008100     COPY GLMREC.
008200
008300 FD  POSTING-FILE
008400     RECORDING MODE IS F.
008500     COPY PAYPREC.
008600
008700 FD  JOURNAL-FILE
008800     RECORDING MODE IS F.
008900     COPY GLJREC.
009000
009100 WORKING-STORAGE SECTION.
009200
009300 77  ws-settlement-status pic xx value spaces.
009400 77  ws-history-status    pic xx value spaces.
009500 77  ws-mapping-status    pic xx value spaces.
009600 77  ws-posting-status    pic xx value spaces.
009700 77  ws-journal-status    pic xx value spaces.
009800 77  end-of-input-sw      pic x value 'n'.
009900     88 end-of-input            value 'y'.
010000 77  journal-refused-sw   pic x value 'n'.
010100     88 journal-refused         value 'y'.
010200
010300************************************************************
010400*            COUNTERS AND RUNTIME OPTIONS
010500************************************************************
010600
010700 77  target-date          pic 9(8) value 0.
010800 77  house-currency       pic x(3) value 'EUR'.
010900 77  last-settlement-line pic x(80) value spaces.
011000 77  expected-verdict     pic x(80) value spaces.
011100 77  posting-count        pic 9(9) value 0.
011200 77  unmapped-count       pic 9(7) value 0.
011300 77  total-debit          pic 9(13)v99 value 0.
011400 77  total-credit         pic 9(13)v99 value 0.
011500 77  work-trancode        pic x(8) value spaces.
011600 77  work-payment-type    pic x(2) value spaces.
011700 77  work-account         pic x(12) value spaces.
011800 77  work-side            pic x value space.
011900 77  display-count        pic zzz,zzz,zz9.
012000 77  journal-header-save  pic x(80) value spaces.
012100 77  journal-trailer-save pic x(80) value spaces.
012200
012300*    GLHIST records are GLJREC headers and trailers; only the
012400*    header's type, date and creation date are looked at.
012500 01  history-view.
012600     02  hv-record-type   pic x.
012700     02  hv-business-date pic 9(8).
012800     02  filler           pic x(8).
012900     02  hv-created-date  pic 9(8).
013000     02  filler           pic x(55).
013100 77  display-amount       pic z,zzz,zzz,zzz,zz9.99.
013200
013300 01  ws-parm-tokens.
013400     02  ws-parm-token    pic x(20) occurs 6 times.
013500 77  ws-parm-idx          pic 9(4) binary value 1.
013600 77  ws-parm-key          pic x(10).
013700 77  ws-parm-val          pic x(10).
013800
013900************************************************************
014000*            GL MAPPING TABLE
014100*    GLMAP loaded up front, same hand-rolled linear-table
014200*    idiom as mprb05e's corrections. A mapping naming the
014300*    payment type is looked for first, then the trancode's
014400*    spaces mapping.
014500************************************************************
014600
014700 77  gm-entry-count       pic 9(4) binary value 0.
014800 77  gm-max-entries       pic 9(4) binary value 200.
014900 77  gm-found-sw          pic x value 'n'.
015000     88 gm-found                 value 'y'.
015100 01  gm-table.
015200     02  gm-entry occurs 1 to 200 times
015300           depending on gm-entry-count
015400           indexed by gm-ix.
015500         03  gm-key-trancode  pic x(8).
015600         03  gm-key-type      pic x(2).
015700         03  gm-debit         pic x(12).
015800         03  gm-credit        pic x(12).
015900
016000************************************************************
016100*            JOURNAL ENTRY TABLE
016200*    One slot per GL account and side, in order of first
016300*    use; each becomes one journal entry.
016400************************************************************
016500
016600 77  je-entry-count       pic 9(4) binary value 0.
016700 77  je-max-entries       pic 9(4) binary value 200.
016800 77  je-found-sw          pic x value 'n'.
016900     88 je-found                 value 'y'.
017000 01  je-table.
017100     02  je-entry occurs 1 to 200 times
017200           depending on je-entry-count
017300           indexed by je-ix.
017400         03  je-account       pic x(12).
017500         03  je-side          pic x.
017600         03  je-amount        pic 9(13)v99.
017700         03  je-count         pic 9(9).
017714
017728************************************************************
017756*            STEP HISTORY (mprb05sh)
017784************************************************************
017812
017840     COPY STEPHIST.
017868
017900*****************************************************
018000 LINKAGE SECTION.
018100
018200 01  PARM-AREA.
018300     02  PARM-LENGTH      PIC S9(4) COMP.
018400     02  PARM-DATA        PIC X(80).
018500
018600 PROCEDURE DIVISION USING PARM-AREA.
018700*****************************************************
018800 MAIN-RTN.
018820
018840     move 'mprb05gj' to SH-PROGRAM.
018860     set SH-STEP-START to true.
018880     call 'mprb05sh' using STEP-HISTORY-AREA.
018900
019000     perform initialise-journal
019100        thru end-initialise-journal.
019200
019300     if not journal-refused
019400        perform check-settlement-verdict
019500           thru end-check-settlement-verdict
019600     end-if.
019700     if not journal-refused
019800        perform check-journal-history
019900           thru end-check-journal-history
020000     end-if.
020100     if not journal-refused
020200        perform load-gl-mapping
020300           thru end-load-gl-mapping
020400        perform summarise-postings
020500           thru end-summarise-postings
020600     end-if.
020700     if not journal-refused
020800        perform write-journal
020900           thru end-write-journal
021000     end-if.
021100
021200     perform finalise-journal
021300        thru end-finalise-journal.
021400
021416     move RETURN-CODE to SH-RETURN-CODE.
021432     move posting-count to SH-TOTAL-COUNT.
021448     set SH-STEP-END to true.
021464     call 'mprb05sh' using STEP-HISTORY-AREA.
021480     move SH-RETURN-CODE to RETURN-CODE.
021500     goback.
021600
021700************************************************************
021800*            INITIALISE-JOURNAL
021900*    Every input must be readable before anything is judged
022000*    - a journal from half the facts is worse than none.
022100************************************************************
022200
022300 initialise-journal.
022400     display "COBOL Program mprb05gj execution begins... "
022500        upon console.
022600     accept target-date from date yyyymmdd.
022700     perform parse-parm-area
022800        thru end-parse-parm-area.
022900     display "mprb05gj: journalling business day " target-date
023000        upon console.
023100     open input SETTLEMENT-IN-FILE.
023200     if ws-settlement-status not = '00'
023300        display "mprb05gj: unable to open SETTIN, status "
023400           ws-settlement-status upon console
023500        set journal-refused to true
023600     end-if.
023700     open input HISTORY-FILE.
023800     if ws-history-status not = '00'
023900        display "mprb05gj: unable to open GLHIST, status "
024000           ws-history-status upon console
024100        set journal-refused to true
024200     end-if.
024300     open input MAPPING-FILE.
024400     if ws-mapping-status not = '00'
024500        display "mprb05gj: unable to open GLMAP, status "
024600           ws-mapping-status upon console
024700        set journal-refused to true
024800     end-if.
024900     open input POSTING-FILE.
025000     if ws-posting-status not = '00'
025100        display "mprb05gj: unable to open PAYPOST, status "
025200           ws-posting-status upon console
025300        set journal-refused to true
025400     end-if.
025500 end-initialise-journal.
025600     exit.
025700
025800 parse-parm-area.
025900     move spaces to ws-parm-tokens.
026000     if PARM-LENGTH > 0
026100        unstring PARM-DATA (1:PARM-LENGTH) delimited by ','
026200           into ws-parm-token (1) ws-parm-token (2)
026300              ws-parm-token (3) ws-parm-token (4)
026400              ws-parm-token (5) ws-parm-token (6)
026500        end-unstring
026600        perform varying ws-parm-idx from 1 by 1
026700           until ws-parm-idx > 6
026800           if ws-parm-token (ws-parm-idx) not = spaces
026900              perform split-parm-token
027000                 thru end-split-parm-token
027100           end-if
027200        end-perform
027300     end-if.
027400 end-parse-parm-area.
027500     exit.
027600
027700 split-parm-token.
027800     move spaces to ws-parm-key ws-parm-val.
027900     unstring ws-parm-token (ws-parm-idx) delimited by '='
028000        into ws-parm-key ws-parm-val.
028100     evaluate ws-parm-key
028200        when 'SDATE'
028300           move ws-parm-val(1:8) to target-date
028400     end-evaluate.
028500 end-split-parm-token.
028600     exit.
028700
028800************************************************************
028900*            CHECK-SETTLEMENT-VERDICT
029000*    mprb05s ends SETTOUT with its verdict line. Only the
029100*    BALANCED verdict for this very business date lets the
029200*    day be booked - a SETTIN from another day is as good as
029300*    none.
029400************************************************************
029500
029600 check-settlement-verdict.
029700     move 'n' to end-of-input-sw.
029800     perform read-one-settlement-line
029900        thru end-read-one-settlement-line
030000        until end-of-input.
030100     move spaces to expected-verdict.
030200     string 'SETTLEMENT ' delimited by size
030300        target-date delimited by size
030400        ' BALANCED' delimited by size
030500        into expected-verdict.
030600     if last-settlement-line not = expected-verdict
030700        display "mprb05gj: *** NO BALANCED SETTLEMENT FOR "
030800           target-date " - NO JOURNAL ***" upon console
030900        display "mprb05gj: SETTIN ends: " last-settlement-line
031000           upon console
031100        set journal-refused to true
031200     end-if.
031300 end-check-settlement-verdict.
031400     exit.
031500
031600 read-one-settlement-line.
031700     read SETTLEMENT-IN-FILE
031800        at end
031900           set end-of-input to true
032000        not at end
032100           if SETTLEMENT-LINE not = spaces
032200              move SETTLEMENT-LINE to last-settlement-line
032300           end-if
032400     end-read.
032500 end-read-one-settlement-line.
032600     exit.
032700
032800************************************************************
032900*            CHECK-JOURNAL-HISTORY
033000*    A journal header for the date on GLHIST means the day
033100*    is in the ledger already - booking it twice would double
033200*    it there.
033300************************************************************
033400
033500 check-journal-history.
033600     move 'n' to end-of-input-sw.
033700     perform read-one-history-record
033800        thru end-read-one-history-record
033900        until end-of-input.
034000 end-check-journal-history.
034100     exit.
034200
034300 read-one-history-record.
034400     read HISTORY-FILE
034500        at end
034600           set end-of-input to true
034700        not at end
034800           move HISTORY-RECORD to history-view
034900           if hv-record-type = 'H'
035000              and hv-business-date = target-date
035100              display "mprb05gj: *** JOURNAL FOR " target-date
035200                 " ALREADY WRITTEN ON " hv-created-date
035300                 " - RERUN REFUSED ***" upon console
035400              set journal-refused to true
035500              set end-of-input to true
035600           end-if
035700     end-read.
035800 end-read-one-history-record.
035900     exit.
036000
036100************************************************************
036200*            LOAD-GL-MAPPING
036300************************************************************
036400
036500 load-gl-mapping.
036600     move 'n' to end-of-input-sw.
036700     perform load-one-mapping
036800        thru end-load-one-mapping
036900        until end-of-input.
037000     display "mprb05gj: " gm-entry-count " GL mappings loaded"
037100        upon console.
037200 end-load-gl-mapping.
037300     exit.
037400
037500 load-one-mapping.
037600     read MAPPING-FILE
037700        at end
037800           set end-of-input to true
037900        not at end
038000           if gm-entry-count < gm-max-entries
038100              add 1 to gm-entry-count
038200              move GM-TRANCODE to gm-key-trancode (gm-entry-count)
038300              move GM-PAYMENT-TYPE to gm-key-type (gm-entry-count)
038400              move GM-DEBIT-ACCOUNT to gm-debit (gm-entry-count)
038500              move GM-CREDIT-ACCOUNT to gm-credit (gm-entry-count)
038600           else
038700              display "mprb05gj: GL mapping table full, "
038800                 "mapping dropped for " GM-TRANCODE upon console
038900              set journal-refused to true
039000           end-if
039100     end-read.
039200 end-load-one-mapping.
039300     exit.
039400
039500************************************************************
039600*            SUMMARISE-POSTINGS
039700*    PAYPOST holds every day ever - only the settled day's
039800*    postings are journalled, exactly the ones mprb05s
039900*    balanced. An unmapped posting refuses the whole day
040000*    rather than leave one side of the journal short.
040100************************************************************
040200
040300 summarise-postings.
040400     move 'n' to end-of-input-sw.
040500     perform summarise-one-posting
040600        thru end-summarise-one-posting
040700        until end-of-input.
040800     if unmapped-count > 0
040900        move unmapped-count to display-count
041000        display "mprb05gj: *** " display-count
041100           " POSTINGS WITH NO GL MAPPING - NO JOURNAL ***"
041200           upon console
041300        set journal-refused to true
041400     end-if.
041500 end-summarise-postings.
041600     exit.
041700
041800 summarise-one-posting.
041900     read POSTING-FILE
042000        at end
042100           set end-of-input to true
042200        not at end
042300           if PP-DATE = target-date
042400              perform book-one-posting
042500                 thru end-book-one-posting
042600           end-if
042700     end-read.
042800 end-summarise-one-posting.
042900     exit.
043000
043100 book-one-posting.
043200     add 1 to posting-count.
043300     if PP-IS-REVERSAL
043400        move 'REFUND  ' to work-trancode
043500        move 'R ' to work-payment-type
043600     else
043700        move 'PAYMENT ' to work-trancode
043800        move 'P ' to work-payment-type
043900     end-if.
044000     perform find-gl-mapping
044100        thru end-find-gl-mapping.
044200     if not gm-found
044300        add 1 to unmapped-count
044400        display "mprb05gj: no GL mapping for " work-trancode
044500           " type " work-payment-type " - posting " PP-SEQ-NO
044600           upon console
044700     else
044800        move gm-debit (gm-ix) to work-account
044900        move 'D' to work-side
045000        perform add-journal-amount
045100           thru end-add-journal-amount
045200        move gm-credit (gm-ix) to work-account
045300        move 'C' to work-side
045400        perform add-journal-amount
045500           thru end-add-journal-amount
045600     end-if.
045700 end-book-one-posting.
045800     exit.
045900
046000 find-gl-mapping.
046100     move 'n' to gm-found-sw.
046200     perform varying gm-ix from 1 by 1
046300        until gm-ix > gm-entry-count or gm-found
046400        if gm-key-trancode (gm-ix) = work-trancode
046500           and gm-key-type (gm-ix) = work-payment-type
046600           set gm-found to true
046700        end-if
046800     end-perform.
046900     if not gm-found
047000        perform varying gm-ix from 1 by 1
047100           until gm-ix > gm-entry-count or gm-found
047200           if gm-key-trancode (gm-ix) = work-trancode
047300              and gm-key-type (gm-ix) = spaces
047400              set gm-found to true
047500           end-if
047600        end-perform
047700     end-if.
047800*    The loop leaves gm-ix one past the hit when it ends on
047900*    gm-found - back it up to the matched entry.
048000     if gm-found
048100        set gm-ix down by 1
048200     end-if.
048300 end-find-gl-mapping.
048400     exit.
048500
048600 add-journal-amount.
048700     move 'n' to je-found-sw.
048800     perform varying je-ix from 1 by 1
048900        until je-ix > je-entry-count or je-found
049000        if je-account (je-ix) = work-account
049100           and je-side (je-ix) = work-side
049200           set je-found to true
049300        end-if
049400     end-perform.
049500     if je-found
049600        set je-ix down by 1
049700     else
049800        if je-entry-count < je-max-entries
049900           add 1 to je-entry-count
050000           set je-ix to je-entry-count
050100           move work-account to je-account (je-ix)
050200           move work-side to je-side (je-ix)
050300           move 0 to je-amount (je-ix)
050400           move 0 to je-count (je-ix)
050500           set je-found to true
050600        else
050700           display "mprb05gj: journal entry table full at "
050800              work-account upon console
050900           set journal-refused to true
051000        end-if
051100     end-if.
051200     if je-found
051300        add PP-AMOUNT to je-amount (je-ix)
051400        add 1 to je-count (je-ix)
051500        if work-side = 'D'
051600           add PP-AMOUNT to total-debit
051700        else
051800           add PP-AMOUNT to total-credit
051900        end-if
052000     end-if.
052100 end-add-journal-amount.
052200     exit.
052300
052400************************************************************
052500*            WRITE-JOURNAL
052600*    Header, entries, trailer - then the header and trailer
052700*    again on GLHIST, so the next run for the date is
052800*    refused. A day with no postings still gets its (empty)
052900*    journal: the ledger is told the day was settled at nil.
053000************************************************************
053100
053200 write-journal.
053300     open output JOURNAL-FILE.
053400     if ws-journal-status not = '00'
053500        display "mprb05gj: unable to open GLJRNL, status "
053600           ws-journal-status upon console
053700        set journal-refused to true
053800     else
053900        move spaces to GL-JOURNAL-RECORD
054000        set GJ-IS-HEADER to true
054100        move target-date to GJ-BUSINESS-DATE
054200        move 'MPRB05' to GJ-SOURCE
054300        accept GJ-CREATED-DATE from date yyyymmdd
054400        accept GJ-CREATED-TIME from time
054500        move house-currency to GJ-CURRENCY
054600        move GL-JOURNAL-RECORD to journal-header-save
054700        write GL-JOURNAL-RECORD
054800        perform write-journal-entry
054900           thru end-write-journal-entry
055000           varying je-ix from 1 by 1
055100           until je-ix > je-entry-count
055200        move spaces to GL-JOURNAL-RECORD
055300        set GJ-IS-TRAILER to true
055400        move target-date to GJ-BUSINESS-DATE
055500        move 'MPRB05' to GJ-SOURCE
055600        move je-entry-count to GJ-ENTRY-COUNT
055700        move total-debit to GJ-TOTAL-DEBIT
055800        move total-credit to GJ-TOTAL-CREDIT
055900        move GL-JOURNAL-RECORD to journal-trailer-save
056000        write GL-JOURNAL-RECORD
056100        close JOURNAL-FILE
056200        perform record-journal-history
056300           thru end-record-journal-history
056400     end-if.
056500 end-write-journal.
056600     exit.
056700
056800 write-journal-entry.
056900     move spaces to GL-JOURNAL-RECORD.
057000     set GJ-IS-ENTRY to true.
057100     move target-date to GJ-BUSINESS-DATE.
057200     move 'MPRB05' to GJ-SOURCE.
057300     move je-account (je-ix) to GJ-GL-ACCOUNT.
057400     move je-side (je-ix) to GJ-SIDE.
057500     move je-amount (je-ix) to GJ-AMOUNT.
057600     move je-count (je-ix) to GJ-POSTING-COUNT.
057700     write GL-JOURNAL-RECORD.
057800 end-write-journal-entry.
057900     exit.
058000
058100 record-journal-history.
058200     close HISTORY-FILE.
058300     open extend HISTORY-FILE.
058400     if ws-history-status not = '00'
058500        display "mprb05gj: *** UNABLE TO EXTEND GLHIST, STATUS "
058600           ws-history-status " - ADD THE JOURNAL FOR "
058700           target-date " BY HAND ***" upon console
058800        move 8 to RETURN-CODE
058900     else
059000        write HISTORY-RECORD from journal-header-save
059100        write HISTORY-RECORD from journal-trailer-save
059200        close HISTORY-FILE
059300     end-if.
059400 end-record-journal-history.
059500     exit.
059600
059700************************************************************
059800*            FINALISE-JOURNAL
059900************************************************************
060000
060100 finalise-journal.
060200     if ws-settlement-status = '00'
060300        or ws-settlement-status = '10'
060400        close SETTLEMENT-IN-FILE
060500     end-if.
060600     if journal-refused
060700        and (ws-history-status = '00'
060800             or ws-history-status = '10')
060900        close HISTORY-FILE
061000     end-if.
061100     if ws-mapping-status = '00'
061200        or ws-mapping-status = '10'
061300        close MAPPING-FILE
061400     end-if.
061500     if ws-posting-status = '00'
061600        or ws-posting-status = '10'
061700        close POSTING-FILE
061800     end-if.
061900     move posting-count to display-count.
062000     display "mprb05gj: " display-count " postings journalled"
062100        upon console.
062200     if journal-refused
062300        display "mprb05gj: *** NO JOURNAL WRITTEN FOR "
062400           target-date " ***" upon console
062500        move 8 to RETURN-CODE
062600     else
062700        move je-entry-count to display-count
062800        display "mprb05gj: " display-count " journal entries"
062900           upon console
063000        move total-debit to display-amount
063100        display "mprb05gj: debits  " display-amount upon console
063200        move total-credit to display-amount
063300        display "mprb05gj: credits " display-amount upon console
063400     end-if.
063500 end-finalise-journal.
063600     exit.
