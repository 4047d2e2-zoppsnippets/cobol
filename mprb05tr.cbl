000100 CBL  SOURCE XREF
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. 'mprb05tr'.
000400************************************************************
000500*
000600*  Transaction lifecycle trace for the help desk. One
000700*  feeder transaction leaves records on up to eleven datasets
000800*  - CAPTURE, REJECTS, PAYPOST, PAYSUSP, ORDEXP, ADRSUSP,
000900*  the dead-letter archive, the payment warehouse, the
001000*  referral file, the quarantine and the hold dataset -
001100*  and "what happened to my 0045123 yesterday?" used to
001200*  mean an analyst browsing each of them by hand. This
001300*  program reads them all for the transactions asked for
001350*  and prints one timeline per transaction: received and
001400*  validated, routed to which handler, posted / exported /
001500*  warehoused / referred / suspended / quarantined /
001600*  held / rejected with the reason, replayed or
001700*  dead-lettered, and the final disposition.
001800*
001900*  PARM keywords (SEQ or USER is required):
002000*    SEQ=nnnnnnn                 one feeder sequence number
002100*    USER=userid                 every transaction keyed by
002200*                                that user
002300*    FROM=yyyymmdd / TO=yyyymmdd business date range (default
002400*                                all dates)
002500*  For a user trace the datasets that carry the submitter's
002600*  user ID (CAPTURE, REJECTS, PAYPOST, PAYSUSP, ADRSUSP,
002700*  WHSEPAY, PAYREFR, QUARIN, HOLDIN) are read first to find
002800*  the user's transactions; ORDEXP and the dead-letter archive
002900*  are then matched on those transactions' sequence
002950*  numbers.
003000*
003100*  mprb05e resubmits a repaired reject under a fresh
003200*  sequence number, so a trace by sequence number ends at
003300*  the reject; a trace by user shows the repair as its own
003400*  transaction.
003500*
003600*  Ends with return code 8 when neither SEQ nor USER is
003700*  given or TRACEOUT will not open, 4 when a dataset could
003800*  not be read, nothing matched or the event table filled.
003900*
004000*  Program     mprb05tr
004100*  PSB:        none - plain batch, no IMS calls
004200*  Databases:  none
004300*  Access:     CAPTIN, REJIN, PAYPOST, PAYSUSP, ORDEXP,
004400*              ADRSUSP, DEADARCH, QUARIN, HOLDIN (in), WHSEPAY,
004500*              PAYREFR (VSAM, read), TRACEOUT (out)
004600*
004700************************************************************
004800 ENVIRONMENT DIVISION.
004900 CONFIGURATION SECTION.
005000 SOURCE-COMPUTER.  IBM-370.
005100 OBJECT-COMPUTER.  IBM-370.
005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
005400     SELECT CAPTURE-IN-FILE ASSIGN TO CAPTIN
005500        ORGANIZATION IS SEQUENTIAL
005600        FILE STATUS IS ws-capture-status.
005700     SELECT REJECT-IN-FILE ASSIGN TO REJIN
005800        ORGANIZATION IS SEQUENTIAL
005900        FILE STATUS IS ws-reject-status.
006000     SELECT POSTING-FILE ASSIGN TO PAYPOST
006100        ORGANIZATION IS SEQUENTIAL
006200        FILE STATUS IS ws-posting-status.
006300     SELECT SUSPENSE-FILE ASSIGN TO PAYSUSP
006400        ORGANIZATION IS SEQUENTIAL
006500        FILE STATUS IS ws-suspense-status.
006600     SELECT ORDER-EXPORT-FILE ASSIGN TO ORDEXP
006700        ORGANIZATION IS SEQUENTIAL
006800        FILE STATUS IS ws-export-status.
006900     SELECT ADDR-SUSPENSE-FILE ASSIGN TO ADRSUSP
007000        ORGANIZATION IS SEQUENTIAL
007100        FILE STATUS IS ws-adrsusp-status.
007200     SELECT DEAD-ARCH-FILE ASSIGN TO DEADARCH
007300        ORGANIZATION IS SEQUENTIAL
007400        FILE STATUS IS ws-dead-arch-status.
007425     SELECT QUARANTINE-FILE ASSIGN TO QUARIN
007450        ORGANIZATION IS SEQUENTIAL
007475        FILE STATUS IS ws-quarantine-status.
007480     SELECT HOLD-FILE ASSIGN TO HOLDIN
007485        ORGANIZATION IS SEQUENTIAL
007490        FILE STATUS IS ws-hold-status.
007500     SELECT WAREHOUSE-FILE ASSIGN TO WHSEPAY
007600        ORGANIZATION IS INDEXED
007700        ACCESS MODE IS DYNAMIC
007800        RECORD KEY IS WP-KEY
007900        FILE STATUS IS ws-warehouse-status.
008000     SELECT REFERRAL-FILE ASSIGN TO PAYREFR
008100        ORGANIZATION IS INDEXED
008200        ACCESS MODE IS DYNAMIC
008300        RECORD KEY IS RF-KEY
008400        FILE STATUS IS ws-referral-status.
008500     SELECT REPORT-FILE ASSIGN TO TRACEOUT
008600        ORGANIZATION IS SEQUENTIAL
008700        FILE STATUS IS ws-report-status.
008800
008900 DATA DIVISION.
009000 FILE SECTION.
009100 FD  CAPTURE-IN-FILE
009200     RECORDING MODE IS F.
009300     COPY CAPTREC.
009400
009500 FD  REJECT-IN-FILE
009600     RECORDING MODE IS F.
009700     COPY REJREC.
009800
009900 FD  POSTING-FILE
010000     RECORDING MODE IS F.
010100     COPY PAYPREC.
010200
010300 FD  SUSPENSE-FILE
010400     RECORDING MODE IS F.
010500     COPY PAYSREC.
010600
010700 FD  ORDER-EXPORT-FILE
010800     RECORDING MODE IS F.
010900     COPY ORDEREC.
011000
011100 FD  ADDR-SUSPENSE-FILE
011200     RECORDING MODE IS F.
011300     COPY ADRSREC.
011400
011500 FD  DEAD-ARCH-FILE
011600     RECORDING MODE IS F.
011700     COPY DEADLREC.
011720
011740 FD  QUARANTINE-FILE
011760     RECORDING MODE IS F.
011780     COPY QUARREC.
011785
011790 FD  HOLD-FILE
011795     RECORDING MODE IS F.
011797     COPY HOLDREC.
011800
011900 FD  WAREHOUSE-FILE.
012000     COPY WHPREC.
012100
012200 FD  REFERRAL-FILE.
012300     COPY REFRREC.
012400
012500 FD  REPORT-FILE
012600     RECORDING MODE IS F.
012700 01  REPORT-LINE              PIC X(120).
012800
012900 WORKING-STORAGE SECTION.
013000
013100 77  ws-capture-status     pic xx value spaces.
013200 77  ws-reject-status      pic xx value spaces.
013300 77  ws-posting-status     pic xx value spaces.
013400 77  ws-suspense-status    pic xx value spaces.
013500 77  ws-export-status      pic xx value spaces.
013600 77  ws-adrsusp-status     pic xx value spaces.
013700 77  ws-dead-arch-status   pic xx value spaces.
013750 77  ws-quarantine-status  pic xx value spaces.
013760 77  ws-hold-status        pic xx value spaces.
013800 77  ws-warehouse-status   pic xx value spaces.
013900 77  ws-referral-status    pic xx value spaces.
014000 77  ws-report-status      pic xx value spaces.
014050 77  quar-abend-count      pic 9(4) value 0.
014100 77  end-of-input-sw       pic x value 'n'.
014200     88 end-of-input             value 'y'.
014300 77  ws-browse-done-sw     pic x value 'n'.
014400     88 ws-browse-done           value 'y'.
014500 77  trace-ok-sw           pic x value 'y'.
014600     88 trace-ok                 value 'y'.
014700
014800************************************************************
014900*            SELECTION
015000*    A trace is by one sequence number or by one user; the
015100*    date bounds apply to either. Each dataset is read twice
015200*    for a user trace - once collecting the user's
015300*    transactions into the key table, once gathering their
015400*    events - and once for a sequence-number trace.
015500************************************************************
015600
015700 77  filter-seq-no         pic x(7) value spaces.
015800 77  filter-userid         pic x(8) value spaces.
015900 77  filter-from-date      pic 9(8) value 0.
016000 77  filter-to-date        pic 9(8) value 99999999.
016100 77  trace-mode-sw         pic x value space.
016200     88 trace-by-seq             value 's'.
016300     88 trace-by-user            value 'u'.
016400 77  scan-phase-sw         pic x value 'g'.
016500     88 collecting-keys          value 'c'.
016600     88 gathering-events         value 'g'.
016700 77  wanted-sw             pic x value 'n'.
016800     88 wanted                   value 'y'.
016900 77  seq-only-sw           pic x value 'n'.
017000     88 seq-only-match           value 'y'.
017100 77  cand-date             pic 9(8) value 0.
017200 77  cand-seq-no           pic x(7) value spaces.
017300 77  cand-userid           pic x(8) value spaces.
017400
017500 01  key-table.
017600     02  ky-entry occurs 500 times indexed by ky-ix.
017700         03  ky-date         pic 9(8).
017800         03  ky-seq-no       pic x(7).
017900 77  ky-entry-count        pic 9(4) binary value 0.
018000 77  ky-max-entries        pic 9(4) binary value 500.
018100 77  ky-found-sw           pic x value 'n'.
018200     88 ky-found                 value 'y'.
018300
018400************************************************************
018500*            EVENT TABLE
018600*    Every matching record becomes one event, kept in order
018700*    of sequence number, date, lifecycle stage and time as
018800*    it is added, so the timeline prints straight off the
018900*    table and the last event of each transaction is its
019000*    final disposition. The stage (ev-rank) orders a day's
019100*    events the way a transaction moves through the system:
019200*      1 dead letter          2 rejected or suspended
019300*      3 warehoused/referred  4 supervisor or release action
019400*      5 processed            6 posted or exported
019500*      7 reversed or cancelled afterwards
019600*    Warehouse and referral actions carry no time of day.
019700************************************************************
019800
019900 01  event-table.
020000     02  ev-entry occurs 500 times.
020100         03  ev-sort-key.
020200             04  ev-seq-no       pic x(7).
020300             04  ev-date         pic 9(8).
020400             04  ev-rank         pic 9.
020500             04  ev-time         pic 9(8).
020600         03  ev-source       pic x(8).
020700         03  ev-userid       pic x(8).
020800         03  ev-event        pic x(20).
020900         03  ev-detail       pic x(50).
021000 77  ev-entry-count        pic 9(4) binary value 0.
021100 77  ev-max-entries        pic 9(4) binary value 500.
021200 77  ev-slot               pic 9(4) binary value 0.
021300 77  ev-ix                 pic 9(4) binary value 0.
021400 77  events-dropped        pic 9(9) value 0.
021500
021600 01  new-event.
021700     02  nv-sort-key.
021800         03  nv-seq-no       pic x(7).
021900         03  nv-date         pic 9(8).
022000         03  nv-rank         pic 9.
022100         03  nv-time         pic 9(8).
022200     02  nv-source         pic x(8).
022300     02  nv-userid         pic x(8).
022400     02  nv-event          pic x(20).
022500     02  nv-detail         pic x(50).
022600
022700************************************************************
022800*            HANDLER NAMES
022900*    The trancode-to-handler pairs mprb05 routes by, so the
023000*    timeline can say which handler a transaction went to.
023100************************************************************
023200
023300 01  handler-names.
023400     02  hn-entry occurs 10 times indexed by hn-ix.
023500         03  hn-trancode     pic x(8).
023600         03  hn-handler      pic x(8).
023700 77  hn-entry-count        pic 9(4) binary value 0.
023800 77  handler-name          pic x(8) value spaces.
023900
024000 77  unavailable-count     pic 9(4) value 0.
024100 77  traced-count          pic 9(9) value 0.
024200 77  display-count         pic zzz,zzz,zz9.
024300 77  display-amount        pic zzz,zzz,zz9.99.
024400 77  ws-dataset-name       pic x(8) value spaces.
024500 77  ws-dataset-status     pic xx value spaces.
024600
024700 01  ws-parm-tokens.
024800     02  ws-parm-token    pic x(30) occurs 8 times.
024900 77  ws-parm-idx          pic 9(4) binary value 1.
025000 77  ws-parm-key          pic x(10).
025100 77  ws-parm-val          pic x(20).
025200
025300 01  trace-detail.
025400     02  td-seq-no        pic x(7).
025500     02  filler           pic x(2) value spaces.
025600     02  td-date          pic 9(8).
025700     02  filler           pic x(1) value spaces.
025800     02  td-time          pic x(6).
025900     02  filler           pic x(2) value spaces.
026000     02  td-source        pic x(8).
026100     02  filler           pic x(2) value spaces.
026200     02  td-userid        pic x(8).
026300     02  filler           pic x(2) value spaces.
026400     02  td-event         pic x(20).
026500     02  filler           pic x(2) value spaces.
026600     02  td-detail        pic x(50).
026700
026800*****************************************************
026900 LINKAGE SECTION.
027000
027100 01  PARM-AREA.
027200     02  PARM-LENGTH      PIC S9(4) COMP.
027300     02  PARM-DATA        PIC X(80).
027400
027500 PROCEDURE DIVISION USING PARM-AREA.
027600*****************************************************
027700 MAIN-RTN.
027800
027900     perform initialise-trace
028000        thru end-initialise-trace.
028100
028200     if trace-ok
028300        if trace-by-user
028400           set collecting-keys to true
028500           perform scan-datasets
028600              thru end-scan-datasets
028700        end-if
028800        set gathering-events to true
028900        perform scan-datasets
029000           thru end-scan-datasets
029100        perform print-timeline
029200           thru end-print-timeline
029300     end-if.
029400
029500     perform finalise-trace
029600        thru end-finalise-trace.
029700
029800     goback.
029900
030000************************************************************
030100*            INITIALISE-TRACE
030200************************************************************
030300
030400 initialise-trace.
030500     display "COBOL Program mprb05tr execution begins... "
030600        upon console.
030700     perform parse-parm-area
030800        thru end-parse-parm-area.
030900     perform init-handler-names
031000        thru end-init-handler-names.
031100     evaluate true
031200        when filter-seq-no not = spaces
031300           set trace-by-seq to true
031400        when filter-userid not = spaces
031500           set trace-by-user to true
031600        when other
031700           display "mprb05tr: SEQ= or USER= is required"
031800              upon console
031900           move 'n' to trace-ok-sw
032000           move 8 to RETURN-CODE
032100     end-evaluate.
032200     open output REPORT-FILE.
032300     if ws-report-status not = '00'
032400        display "mprb05tr: unable to open TRACEOUT, status "
032500           ws-report-status upon console
032600        move 'n' to trace-ok-sw
032700        move 8 to RETURN-CODE
032800     else
032900        move spaces to REPORT-LINE
033000        string 'MPRB05TR TRANSACTION TRACE - ' delimited by size
033100           PARM-DATA (1:60) delimited by size
033200           into REPORT-LINE
033300        write REPORT-LINE
033400     end-if.
033500 end-initialise-trace.
033600     exit.
033700
033800 parse-parm-area.
033900     move spaces to ws-parm-tokens.
034000     if PARM-LENGTH > 0
034100        unstring PARM-DATA (1:PARM-LENGTH) delimited by ','
034200           into ws-parm-token (1) ws-parm-token (2)
034300              ws-parm-token (3) ws-parm-token (4)
034400              ws-parm-token (5) ws-parm-token (6)
034500              ws-parm-token (7) ws-parm-token (8)
034600        end-unstring
034700        perform varying ws-parm-idx from 1 by 1
034800           until ws-parm-idx > 8
034900           if ws-parm-token (ws-parm-idx) not = spaces
035000              perform split-parm-token
035100                 thru end-split-parm-token
035200           end-if
035300        end-perform
035400     end-if.
035500 end-parse-parm-area.
035600     exit.
035700
035800 split-parm-token.
035900     move spaces to ws-parm-key ws-parm-val.
036000     unstring ws-parm-token (ws-parm-idx) delimited by '='
036100        into ws-parm-key ws-parm-val.
036200     evaluate ws-parm-key
036300        when 'SEQ'
036400           move ws-parm-val(1:7) to filter-seq-no
036500        when 'USER'
036600           move ws-parm-val(1:8) to filter-userid
036700        when 'FROM'
036800           move ws-parm-val(1:8) to filter-from-date
036900        when 'TO'
037000           move ws-parm-val(1:8) to filter-to-date
037100     end-evaluate.
037200 end-split-parm-token.
037300     exit.
037400
037500 init-handler-names.
037600     move 5 to hn-entry-count.
037700     move 'PAYMENT '  to hn-trancode (1).
037800     move 'mprb05p1' to hn-handler (1).
037900     move 'ORDER   '  to hn-trancode (2).
038000     move 'mprb05p2' to hn-handler (2).
038100     move 'ADDRCHG '  to hn-trancode (3).
038200     move 'mprb05p3' to hn-handler (3).
038300     move 'REFUND  '  to hn-trancode (4).
038400     move 'mprb05p4' to hn-handler (4).
038500     move 'ORDCANC '  to hn-trancode (5).
038600     move 'mprb05p5' to hn-handler (5).
038700 end-init-handler-names.
038800     exit.
038900
039000************************************************************
039100*            SCAN-DATASETS
039200*    ORDEXP and the dead-letter archive carry no user ID, so
039300*    they add nothing while the user's keys are collected.
039400************************************************************
039500
039600 scan-datasets.
039700     perform trace-capture-file
039800        thru end-trace-capture-file.
039900     perform trace-reject-file
040000        thru end-trace-reject-file.
040100     perform trace-posting-file
040200        thru end-trace-posting-file.
040300     perform trace-suspense-file
040400        thru end-trace-suspense-file.
040500     perform trace-addr-suspense-file
040600        thru end-trace-addr-suspense-file.
040700     perform trace-warehouse-file
040800        thru end-trace-warehouse-file.
040900     perform trace-referral-file
041000        thru end-trace-referral-file.
041033     perform trace-quarantine-file
041066        thru end-trace-quarantine-file.
041080     perform trace-hold-file
041090        thru end-trace-hold-file.
041100     if gathering-events
041200        perform trace-order-export-file
041300           thru end-trace-order-export-file
041400        perform trace-dead-arch-file
041500           thru end-trace-dead-arch-file
041600     end-if.
041700 end-scan-datasets.
041800     exit.
041900
042000************************************************************
042100*            SELECT-CANDIDATE
042200*    Decides for the record in cand-date / cand-seq-no /
042300*    cand-userid: while collecting, a record of the traced
042400*    user adds its transaction to the key table; while
042500*    gathering, wanted is set when the record belongs to a
042600*    traced transaction. Dead letters are stamped with the
042700*    day they were drained, not the business date, so they
042800*    match a user's transactions on sequence number alone.
042900************************************************************
043000
043100 select-candidate.
043200     move 'n' to wanted-sw.
043300     if cand-date not < filter-from-date
043400        and cand-date not > filter-to-date
043500        evaluate true
043600           when collecting-keys
043700              if cand-userid = filter-userid
043800                 perform collect-key
043900                    thru end-collect-key
044000              end-if
044100           when trace-by-seq
044200              if cand-seq-no = filter-seq-no
044300                 set wanted to true
044400              end-if
044500           when other
044600              perform find-key
044700                 thru end-find-key
044800              if ky-found
044900                 set wanted to true
045000              end-if
045100        end-evaluate
045200     end-if.
045300 end-select-candidate.
045400     exit.
045500
045600 find-key.
045700     move 'n' to ky-found-sw.
045800     perform varying ky-ix from 1 by 1
045900        until ky-ix > ky-entry-count or ky-found
046000        if ky-seq-no (ky-ix) = cand-seq-no
046100           and (seq-only-match or ky-date (ky-ix) = cand-date)
046200           set ky-found to true
046300        end-if
046400     end-perform.
046500 end-find-key.
046600     exit.
046700
046800 collect-key.
046900     perform find-key
047000        thru end-find-key.
047100     if not ky-found
047200        if ky-entry-count < ky-max-entries
047300           add 1 to ky-entry-count
047400           move cand-date to ky-date (ky-entry-count)
047500           move cand-seq-no to ky-seq-no (ky-entry-count)
047600        else
047700           add 1 to events-dropped
047800        end-if
047900     end-if.
048000 end-collect-key.
048100     exit.
048200
048300************************************************************
048400*            ADD-EVENT
048500*    Inserts new-event in sort-key order: entries above the
048600*    new one move down a slot until its place is found.
048700************************************************************
048800
048900 add-event.
049000     if ev-entry-count < ev-max-entries
049100        add 1 to ev-entry-count
049200        move ev-entry-count to ev-slot
049300        perform shift-event
049400           thru end-shift-event
049500           until ev-slot = 1
049600              or ev-sort-key (ev-slot - 1) not > nv-sort-key
049700        move new-event to ev-entry (ev-slot)
049800     else
049900        add 1 to events-dropped
050000     end-if.
050100 end-add-event.
050200     exit.
050300
050400 shift-event.
050500     move ev-entry (ev-slot - 1) to ev-entry (ev-slot).
050600     subtract 1 from ev-slot.
050700 end-shift-event.
050800     exit.
050900
051000 new-event-for-candidate.
051100     move spaces to new-event.
051200     move cand-seq-no to nv-seq-no.
051300     move cand-userid to nv-userid.
051400 end-new-event-for-candidate.
051500     exit.
051600
051700************************************************************
051800*            DATASET-UNAVAILABLE
051900*    A dataset that will not open is reported once, on the
052000*    gathering pass, and the trace goes on without it.
052100************************************************************
052200
052300 dataset-unavailable.
052400     if gathering-events
052500        display "mprb05tr: unable to open " ws-dataset-name
052600           ", status " ws-dataset-status upon console
052700        add 1 to unavailable-count
052800        if ws-report-status = '00'
052900           move spaces to REPORT-LINE
053000           string 'DATASET ' delimited by size
053100              ws-dataset-name delimited by space
053200              ' NOT AVAILABLE, STATUS ' delimited by size
053300              ws-dataset-status delimited by size
053400              ' - NOT TRACED' delimited by size
053500              into REPORT-LINE
053600           write REPORT-LINE
053700        end-if
053800     end-if.
053900 end-dataset-unavailable.
054000     exit.
054100
054200************************************************************
054300*            TRACE-CAPTURE-FILE
054400*    A root record means the transaction was received,
054500*    passed validation and its handler processed it. The
054600*    header byte says whether it came in as a replay or
054700*    repair ('R') or from a partner batch file ('P').
054800************************************************************
054900
055000 trace-capture-file.
055100     open input CAPTURE-IN-FILE.
055200     if ws-capture-status not = '00'
055300        move 'CAPTIN' to ws-dataset-name
055400        move ws-capture-status to ws-dataset-status
055500        perform dataset-unavailable
055600           thru end-dataset-unavailable
055700     else
055800        move 'n' to end-of-input-sw
055900        perform trace-one-capture
056000           thru end-trace-one-capture
056100           until end-of-input
056200        close CAPTURE-IN-FILE
056300     end-if.
056400 end-trace-capture-file.
056500     exit.
056600
056700 trace-one-capture.
056800     read CAPTURE-IN-FILE
056900        at end
057000           set end-of-input to true
057100        not at end
057200           if CD-IS-ROOT
057300              move CD-DATE to cand-date
057400              move CD-DATA (1:7) to cand-seq-no
057500              move CD-USERID to cand-userid
057600              perform select-candidate
057700                 thru end-select-candidate
057800              if wanted
057900                 perform capture-event
058000                    thru end-capture-event
058100              end-if
058200           end-if
058300     end-read.
058400 end-trace-one-capture.
058500     exit.
058600
058700 capture-event.
058800     perform new-event-for-candidate
058900        thru end-new-event-for-candidate.
059000     move CD-DATE to nv-date.
059100     move 5 to nv-rank.
059200     move CD-TIME to nv-time.
059300     move 'CAPTURE' to nv-source.
059400     move 'PROCESSED' to nv-event.
059500     move '????????' to handler-name.
059600     set hn-ix to 1.
059700     search hn-entry
059800        when hn-ix > hn-entry-count
059900           continue
060000        when hn-trancode (hn-ix) = CD-TRANCODE
060100           move hn-handler (hn-ix) to handler-name
060200     end-search.
060300     evaluate CD-DATA (8:1)
060400        when 'R'
060500           string 'ROUTED TO ' delimited by size
060600              handler-name delimited by size
060700              ' (' delimited by size
060800              CD-TRANCODE delimited by space
060900              ') - REPLAY OR REPAIR' delimited by size
061000              into nv-detail
061100        when 'P'
061200           string 'ROUTED TO ' delimited by size
061300              handler-name delimited by size
061400              ' (' delimited by size
061500              CD-TRANCODE delimited by space
061600              ') - PARTNER FILE' delimited by size
061700              into nv-detail
061800        when other
061900           string 'ROUTED TO ' delimited by size
062000              handler-name delimited by size
062100              ' (' delimited by size
062200              CD-TRANCODE delimited by space
062300              ')' delimited by size
062400              into nv-detail
062500     end-evaluate.
062600     perform add-event
062700        thru end-add-event.
062800 end-capture-event.
062900     exit.
063000
063100************************************************************
063200*            TRACE-REJECT-FILE
063300*    Codes 01-04 failed validation, 05 had no handler, 07
063400*    was refused by the authorization check; 20 is not a
063500*    fault but a supervisor-approved referral on its way
063600*    back in. Everything else the handler rejected.
063700************************************************************
063800
063900 trace-reject-file.
064000     open input REJECT-IN-FILE.
064100     if ws-reject-status not = '00'
064200        move 'REJIN' to ws-dataset-name
064300        move ws-reject-status to ws-dataset-status
064400        perform dataset-unavailable
064500           thru end-dataset-unavailable
064600     else
064700        move 'n' to end-of-input-sw
064800        perform trace-one-reject
064900           thru end-trace-one-reject
065000           until end-of-input
065100        close REJECT-IN-FILE
065200     end-if.
065300 end-trace-reject-file.
065400     exit.
065500
065600 trace-one-reject.
065700     read REJECT-IN-FILE
065800        at end
065900           set end-of-input to true
066000        not at end
066100           move RJ-DATE to cand-date
066200           move RJ-LINE (1:7) to cand-seq-no
066300           move RJ-USERID to cand-userid
066400           perform select-candidate
066500              thru end-select-candidate
066600           if wanted
066700              perform reject-event
066800                 thru end-reject-event
066900           end-if
067000     end-read.
067100 end-trace-one-reject.
067200     exit.
067300
067400 reject-event.
067500     perform new-event-for-candidate
067600        thru end-new-event-for-candidate.
067700     move RJ-DATE to nv-date.
067800     move 2 to nv-rank.
067900     move RJ-TIME to nv-time.
068000     move 'REJECTS' to nv-source.
068100     evaluate RJ-REASON-CODE
068200        when '01' thru '04'
068300           move 'FAILED VALIDATION' to nv-event
068400        when '05'
068500           move 'NOT ROUTED' to nv-event
068600        when '07'
068700           move 'NOT AUTHORIZED' to nv-event
068800        when '20'
068900           move 4 to nv-rank
069000           move 'REFERRAL RELEASED' to nv-event
069012        when '21'
069024           if RJ-REASON-TEXT = 'QUARANTINED'
069036              move 'QUARANTINED' to nv-event
069048           else
069060              move 4 to nv-rank
069072              move 'QUARANTINE RELEASED' to nv-event
069084           end-if
069090        when '22'
069095           move 'HELD' to nv-event
069096        when '23'
069097           move 'LAYOUT UNREGISTERED' to nv-event
069100        when other
069200           move 'HANDLER REJECTED' to nv-event
069300     end-evaluate.
069400     string RJ-REASON-CODE delimited by size
069500        ' ' delimited by size
069600        RJ-REASON-TEXT delimited by size
069700        ' ' delimited by size
069800        RJ-TRANCODE delimited by space
069900        into nv-detail.
070000     perform add-event
070100        thru end-add-event.
070200 end-reject-event.
070300     exit.
070400
070500************************************************************
070600*            TRACE-POSTING-FILE
070700*    A posting is the transaction's own; a reversal posting
070800*    that names the traced transaction as its original is
070900*    shown on the original's timeline as well.
071000************************************************************
071100
071200 trace-posting-file.
071300     open input POSTING-FILE.
071400     if ws-posting-status not = '00'
071500        move 'PAYPOST' to ws-dataset-name
071600        move ws-posting-status to ws-dataset-status
071700        perform dataset-unavailable
071800           thru end-dataset-unavailable
071900     else
072000        move 'n' to end-of-input-sw
072100        perform trace-one-posting
072200           thru end-trace-one-posting
072300           until end-of-input
072400        close POSTING-FILE
072500     end-if.
072600 end-trace-posting-file.
072700     exit.
072800
072900 trace-one-posting.
073000     read POSTING-FILE
073100        at end
073200           set end-of-input to true
073300        not at end
073400           move PP-DATE to cand-date
073500           move PP-SEQ-NO to cand-seq-no
073600           move PP-USERID to cand-userid
073700           perform select-candidate
073800              thru end-select-candidate
073900           if wanted
074000              perform posting-event
074100                 thru end-posting-event
074200           end-if
074300           if PP-IS-REVERSAL and gathering-events
074400              move PP-ORIG-DATE to cand-date
074500              move PP-ORIG-SEQ-NO to cand-seq-no
074600              move spaces to cand-userid
074700              perform select-candidate
074800                 thru end-select-candidate
074900              if wanted
075000                 perform reversed-event
075100                    thru end-reversed-event
075200              end-if
075300           end-if
075400     end-read.
075500 end-trace-one-posting.
075600     exit.
075700
075800 posting-event.
075900     perform new-event-for-candidate
076000        thru end-new-event-for-candidate.
076100     move PP-DATE to nv-date.
076200     move 6 to nv-rank.
076300     move PP-TIME to nv-time.
076400     move 'PAYPOST' to nv-source.
076500     move 'POSTED' to nv-event.
076600     move PP-AMOUNT to display-amount.
076700     if PP-IS-REVERSAL
076800        string 'REVERSAL ' delimited by size
076900           display-amount delimited by size
077000           ' OF ' delimited by size
077100           PP-ORIG-DATE delimited by size
077200           ' ' delimited by size
077300           PP-ORIG-SEQ-NO delimited by size
077400           into nv-detail
077500     else
077600        string 'PAYMENT ' delimited by size
077700           display-amount delimited by size
077800           ' TO ' delimited by size
077900           PP-ACCOUNT-NO delimited by size
078000           into nv-detail
078100     end-if.
078200     perform add-event
078300        thru end-add-event.
078400 end-posting-event.
078500     exit.
078600
078700 reversed-event.
078800     perform new-event-for-candidate
078900        thru end-new-event-for-candidate.
079000     move PP-USERID to nv-userid.
079100     move PP-DATE to nv-date.
079200     move 7 to nv-rank.
079300     move PP-TIME to nv-time.
079400     move 'PAYPOST' to nv-source.
079500     move 'REVERSED' to nv-event.
079600     string 'BY REFUND ' delimited by size
079700        PP-DATE delimited by size
079800        ' ' delimited by size
079900        PP-SEQ-NO delimited by size
080000        into nv-detail.
080100     perform add-event
080200        thru end-add-event.
080300 end-reversed-event.
080400     exit.
080500
080600************************************************************
080700*            TRACE-SUSPENSE-FILE
080800************************************************************
080900
081000 trace-suspense-file.
081100     open input SUSPENSE-FILE.
081200     if ws-suspense-status not = '00'
081300        move 'PAYSUSP' to ws-dataset-name
081400        move ws-suspense-status to ws-dataset-status
081500        perform dataset-unavailable
081600           thru end-dataset-unavailable
081700     else
081800        move 'n' to end-of-input-sw
081900        perform trace-one-suspense
082000           thru end-trace-one-suspense
082100           until end-of-input
082200        close SUSPENSE-FILE
082300     end-if.
082400 end-trace-suspense-file.
082500     exit.
082600
082700 trace-one-suspense.
082800     read SUSPENSE-FILE
082900        at end
083000           set end-of-input to true
083100        not at end
083200           move PS-DATE to cand-date
083300           move PS-SEQ-NO to cand-seq-no
083400           move PS-USERID to cand-userid
083500           perform select-candidate
083600              thru end-select-candidate
083700           if wanted
083800              perform new-event-for-candidate
083900                 thru end-new-event-for-candidate
084000              move PS-DATE to nv-date
084100              move 2 to nv-rank
084200              move PS-TIME to nv-time
084300              move 'PAYSUSP' to nv-source
084400              move 'SUSPENDED' to nv-event
084500              move PS-AMOUNT to display-amount
084600              string 'PAYMENT SUSPENSE ' delimited by size
084700                 display-amount delimited by size
084800                 into nv-detail
084900              perform add-event
085000                 thru end-add-event
085100           end-if
085200     end-read.
085300 end-trace-one-suspense.
085400     exit.
085500
085600************************************************************
085700*            TRACE-ADDR-SUSPENSE-FILE
085800************************************************************
085900
086000 trace-addr-suspense-file.
086100     open input ADDR-SUSPENSE-FILE.
086200     if ws-adrsusp-status not = '00'
086300        move 'ADRSUSP' to ws-dataset-name
086400        move ws-adrsusp-status to ws-dataset-status
086500        perform dataset-unavailable
086600           thru end-dataset-unavailable
086700     else
086800        move 'n' to end-of-input-sw
086900        perform trace-one-addr-suspense
087000           thru end-trace-one-addr-suspense
087100           until end-of-input
087200        close ADDR-SUSPENSE-FILE
087300     end-if.
087400 end-trace-addr-suspense-file.
087500     exit.
087600
087700 trace-one-addr-suspense.
087800     read ADDR-SUSPENSE-FILE
087900        at end
088000           set end-of-input to true
088100        not at end
088200           move AS-DATE to cand-date
088300           move AS-LINE (1:7) to cand-seq-no
088400           move AS-USERID to cand-userid
088500           perform select-candidate
088600              thru end-select-candidate
088700           if wanted
088800              perform new-event-for-candidate
088900                 thru end-new-event-for-candidate
089000              move AS-DATE to nv-date
089100              move 2 to nv-rank
089200              move AS-TIME to nv-time
089300              move 'ADRSUSP' to nv-source
089400              move 'SUSPENDED' to nv-event
089500              string 'ADDRESS SUSPENSE - ' delimited by size
089600                 AS-REASON delimited by size
089700                 into nv-detail
089800              perform add-event
089900                 thru end-add-event
090000           end-if
090100     end-read.
090200 end-trace-one-addr-suspense.
090201     exit.
090202
090203************************************************************
090204*            TRACE-QUARANTINE-FILE
090205*    A message mprb05 set aside after it abended its handler
090206*    at repeated restarts - stamped with the business date
090207*    it was taken off the queue.
090208************************************************************
090209
090210 trace-quarantine-file.
090211     open input QUARANTINE-FILE.
090212     if ws-quarantine-status not = '00'
090213        move 'QUARIN' to ws-dataset-name
090214        move ws-quarantine-status to ws-dataset-status
090215        perform dataset-unavailable
090216           thru end-dataset-unavailable
090217     else
090218        move 'n' to end-of-input-sw
090219        perform trace-one-quarantined
090220           thru end-trace-one-quarantined
090221           until end-of-input
090222        close QUARANTINE-FILE
090223     end-if.
090224 end-trace-quarantine-file.
090225     exit.
090226
090227 trace-one-quarantined.
090228     read QUARANTINE-FILE
090229        at end
090230           set end-of-input to true
090231        not at end
090232           move QR-DATE to cand-date
090233           move QR-LINE (1:7) to cand-seq-no
090234           move QR-USERID to cand-userid
090235           perform select-candidate
090236              thru end-select-candidate
090237           if wanted
090238              perform new-event-for-candidate
090239                 thru end-new-event-for-candidate
090240              move QR-DATE to nv-date
090241              move 2 to nv-rank
090242              move QR-TIME to nv-time
090243              move 'QUARANT' to nv-source
090244              move 'QUARANTINED' to nv-event
090245              move QR-ABEND-COUNT to quar-abend-count
090246              string 'ABENDED ' delimited by size
090247                 QR-HANDLER delimited by space
090248                 ' IN ' delimited by size
090249                 quar-abend-count delimited by size
090250                 ' RUNS' delimited by size
090251                 into nv-detail
090252              perform add-event
090253                 thru end-add-event
090254           end-if
090255     end-read.
090256 end-trace-one-quarantined.
090300     exit.
090301
090302************************************************************
090303*            TRACE-HOLD-FILE
090304*    A message of a trancode held on HANDREG, parked until
090305*    mprb05hr re-queued it - the re-queued message then
090306*    shows on CAPTURE or REJECTS under the same sequence
090307*    number. Root records only; the segments add nothing.
090308************************************************************
090309
090310 trace-hold-file.
090311     open input HOLD-FILE.
090312     if ws-hold-status not = '00'
090313        move 'HOLDIN' to ws-dataset-name
090314        move ws-hold-status to ws-dataset-status
090315        perform dataset-unavailable
090316           thru end-dataset-unavailable
090317     else
090318        move 'n' to end-of-input-sw
090319        perform trace-one-held
090320           thru end-trace-one-held
090321           until end-of-input
090322        close HOLD-FILE
090323     end-if.
090324 end-trace-hold-file.
090325     exit.
090326
090327 trace-one-held.
090328     read HOLD-FILE
090329        at end
090330           set end-of-input to true
090331        not at end
090332           if HM-IS-ROOT
090333              move HM-DATE to cand-date
090334              move HM-DATA (1:7) to cand-seq-no
090335              move HM-USERID to cand-userid
090336              perform select-candidate
090337                 thru end-select-candidate
090338              if wanted
090339                 perform new-event-for-candidate
090340                    thru end-new-event-for-candidate
090341                 move HM-DATE to nv-date
090342                 move 2 to nv-rank
090343                 move HM-TIME to nv-time
090344                 move 'HOLDMSG' to nv-source
090345                 move 'HELD' to nv-event
090346                 string HM-TRANCODE delimited by space
090347                    ' HELD ON HANDREG' delimited by size
090348                    into nv-detail
090349                 perform add-event
090350                    thru end-add-event
090351              end-if
090352           end-if
090353     end-read.
090354 end-trace-one-held.
090355     exit.
090400
090500************************************************************
090600*            TRACE-WAREHOUSE-FILE
090700*    The warehousing itself, then the release or
090800*    cancellation when one has happened.
090900************************************************************
091000
091100 trace-warehouse-file.
091200     open input WAREHOUSE-FILE.
091300     if ws-warehouse-status not = '00'
091400        move 'WHSEPAY' to ws-dataset-name
091500        move ws-warehouse-status to ws-dataset-status
091600        perform dataset-unavailable
091700           thru end-dataset-unavailable
091800     else
091900        move 'n' to ws-browse-done-sw
092000        move low-values to WP-KEY
092100        start WAREHOUSE-FILE
092200           key is not less than WP-KEY
092300           invalid key
092400              set ws-browse-done to true
092500        end-start
092600        perform trace-one-warehoused
092700           thru end-trace-one-warehoused
092800           until ws-browse-done
092900        close WAREHOUSE-FILE
093000     end-if.
093100 end-trace-warehouse-file.
093200     exit.
093300
093400 trace-one-warehoused.
093500     read WAREHOUSE-FILE next
093600        at end
093700           set ws-browse-done to true
093800        not at end
093900           move WP-RECEIVED-DATE to cand-date
094000           move WP-SEQ-NO to cand-seq-no
094100           move WP-USERID to cand-userid
094200           perform select-candidate
094300              thru end-select-candidate
094400           if wanted
094500              perform warehouse-events
094600                 thru end-warehouse-events
094700           end-if
094800     end-read.
094900     if ws-warehouse-status not = '00'
095000        and ws-warehouse-status not = '10'
095100        display "mprb05tr: WHSEPAY read error, status "
095200           ws-warehouse-status upon console
095300        add 1 to unavailable-count
095400        set ws-browse-done to true
095500     end-if.
095600 end-trace-one-warehoused.
095700     exit.
095800
095900 warehouse-events.
096000     perform new-event-for-candidate
096100        thru end-new-event-for-candidate.
096200     move WP-RECEIVED-DATE to nv-date.
096300     move 3 to nv-rank.
096400     move WP-RECEIVED-TIME to nv-time.
096500     move 'WHSEPAY' to nv-source.
096600     move 'WAREHOUSED' to nv-event.
096700     move WP-AMOUNT to display-amount.
096800     string 'VALUE DATE ' delimited by size
096900        WP-VALUE-DATE delimited by size
097000        ' ' delimited by size
097100        WP-CURRENCY delimited by size
097200        display-amount delimited by size
097300        into nv-detail.
097400     perform add-event
097500        thru end-add-event.
097600     if WP-IS-RELEASED or WP-IS-CANCELLED
097700        perform new-event-for-candidate
097800           thru end-new-event-for-candidate
097900        move WP-ACTION-DATE to nv-date
098000        move 4 to nv-rank
098100        move 0 to nv-time
098200        move 'WHSEPAY' to nv-source
098300        move WP-ACTION-USER to nv-userid
098400        if WP-IS-RELEASED
098500           move 'RELEASED' to nv-event
098600           move 'ON VALUE DATE' to nv-detail
098700        else
098800           move 'CANCELLED' to nv-event
098900           move 'BEFORE VALUE DATE' to nv-detail
099000        end-if
099100        perform add-event
099200           thru end-add-event
099300     end-if.
099400 end-warehouse-events.
099500     exit.
099600
099700************************************************************
099800*            TRACE-REFERRAL-FILE
099900*    The referral, then the supervisor's decision when one
100000*    has been made. A used referral was approved and its
100100*    payment has since posted.
100200************************************************************
100300
100400 trace-referral-file.
100500     open input REFERRAL-FILE.
100600     if ws-referral-status not = '00'
100700        move 'PAYREFR' to ws-dataset-name
100800        move ws-referral-status to ws-dataset-status
100900        perform dataset-unavailable
101000           thru end-dataset-unavailable
101100     else
101200        move 'n' to ws-browse-done-sw
101300        move low-values to RF-KEY
101400        start REFERRAL-FILE
101500           key is not less than RF-KEY
101600           invalid key
101700              set ws-browse-done to true
101800        end-start
101900        perform trace-one-referral
102000           thru end-trace-one-referral
102100           until ws-browse-done
102200        close REFERRAL-FILE
102300     end-if.
102400 end-trace-referral-file.
102500     exit.
102600
102700 trace-one-referral.
102800     read REFERRAL-FILE next
102900        at end
103000           set ws-browse-done to true
103100        not at end
103200           move RF-DATE to cand-date
103300           move RF-SEQ-NO to cand-seq-no
103400           move RF-USERID to cand-userid
103500           perform select-candidate
103600              thru end-select-candidate
103700           if wanted
103800              perform referral-events
103900                 thru end-referral-events
104000           end-if
104100     end-read.
104200     if ws-referral-status not = '00'
104300        and ws-referral-status not = '10'
104400        display "mprb05tr: PAYREFR read error, status "
104500           ws-referral-status upon console
104600        add 1 to unavailable-count
104700        set ws-browse-done to true
104800     end-if.
104900 end-trace-one-referral.
105000     exit.
105100
105200 referral-events.
105300     perform new-event-for-candidate
105400        thru end-new-event-for-candidate.
105500     move RF-DATE to nv-date.
105600     move 3 to nv-rank.
105700     move RF-TIME to nv-time.
105800     move 'PAYREFR' to nv-source.
105900     move 'REFERRED' to nv-event.
106000     move RF-AMOUNT to display-amount.
106100     if RF-SINGLE-LIMIT
106200        string 'OVER SINGLE LIMIT ' delimited by size
106300           display-amount delimited by size
106400           into nv-detail
106500     else
106600        string 'OVER DAILY LIMIT ' delimited by size
106700           display-amount delimited by size
106800           into nv-detail
106900     end-if.
107000     perform add-event
107100        thru end-add-event.
107200     if not RF-IS-PENDING
107300        perform new-event-for-candidate
107400           thru end-new-event-for-candidate
107500        move RF-ACTION-DATE to nv-date
107600        move 4 to nv-rank
107700        move 0 to nv-time
107800        move 'PAYREFR' to nv-source
107900        move RF-ACTION-USER to nv-userid
108000        evaluate true
108100           when RF-IS-DECLINED
108200              move 'REFERRAL DECLINED' to nv-event
108300              move 'BY SUPERVISOR' to nv-detail
108400           when RF-IS-USED
108500              move 'REFERRAL APPROVED' to nv-event
108600              move 'BY SUPERVISOR - PAYMENT POSTED' to nv-detail
108700           when other
108800              move 'REFERRAL APPROVED' to nv-event
108900              move 'BY SUPERVISOR - AWAITING RESUBMIT'
109000                 to nv-detail
109100        end-evaluate
109200        perform add-event
109300           thru end-add-event
109400     end-if.
109500 end-referral-events.
109600     exit.
109700
109800************************************************************
109900*            TRACE-ORDER-EXPORT-FILE
110000*    The order's header record stands for the whole order;
110100*    a cancellation record is the ORDCANC transaction's own
110200*    export and, on the cancelled order's timeline, the
110300*    cancellation of it.
110400************************************************************
110500
110600 trace-order-export-file.
110700     open input ORDER-EXPORT-FILE.
110800     if ws-export-status not = '00'
110900        move 'ORDEXP' to ws-dataset-name
111000        move ws-export-status to ws-dataset-status
111100        perform dataset-unavailable
111200           thru end-dataset-unavailable
111300     else
111400        move 'n' to end-of-input-sw
111500        perform trace-one-export
111600           thru end-trace-one-export
111700           until end-of-input
111800        close ORDER-EXPORT-FILE
111900     end-if.
112000 end-trace-order-export-file.
112100     exit.
112200
112300 trace-one-export.
112400     read ORDER-EXPORT-FILE
112500        at end
112600           set end-of-input to true
112700        not at end
112800           if OE-IS-HEADER or OE-IS-CANCEL
112900              move OE-DATE to cand-date
113000              move OE-SEQ-NO to cand-seq-no
113100              move spaces to cand-userid
113200              perform select-candidate
113300                 thru end-select-candidate
113400              if wanted
113500                 perform export-event
113600                    thru end-export-event
113700              end-if
113800           end-if
113900           if OE-IS-CANCEL
114000              move OE-ORIG-DATE to cand-date
114100              move OE-ORIG-SEQ-NO to cand-seq-no
114200              move spaces to cand-userid
114300              perform select-candidate
114400                 thru end-select-candidate
114500              if wanted
114600                 perform cancelled-event
114700                    thru end-cancelled-event
114800              end-if
114900           end-if
115000     end-read.
115100 end-trace-one-export.
115200     exit.
115300
115400 export-event.
115500     perform new-event-for-candidate
115600        thru end-new-event-for-candidate.
115700     move OE-DATE to nv-date.
115800     move 6 to nv-rank.
115900     move OE-TIME to nv-time.
116000     move 'ORDEXP' to nv-source.
116100     move 'EXPORTED' to nv-event.
116200     move OE-ORDER-AMOUNT to display-amount.
116300     if OE-IS-CANCEL
116400        string 'CANCELLATION OF ' delimited by size
116500           OE-ORIG-DATE delimited by size
116600           ' ' delimited by size
116700           OE-ORIG-SEQ-NO delimited by size
116800           into nv-detail
116900     else
117000        string 'ORDER ' delimited by size
117100           OE-LINE-COUNT delimited by size
117200           ' LINES ' delimited by size
117300           display-amount delimited by size
117400           into nv-detail
117500     end-if.
117600     perform add-event
117700        thru end-add-event.
117800 end-export-event.
117900     exit.
118000
118100 cancelled-event.
118200     perform new-event-for-candidate
118300        thru end-new-event-for-candidate.
118400     move OE-DATE to nv-date.
118500     move 7 to nv-rank.
118600     move OE-TIME to nv-time.
118700     move 'ORDEXP' to nv-source.
118800     move 'CANCELLED' to nv-event.
118900     string 'BY ORDCANC ' delimited by size
119000        OE-DATE delimited by size
119100        ' ' delimited by size
119200        OE-SEQ-NO delimited by size
119300        into nv-detail.
119400     perform add-event
119500        thru end-add-event.
119600 end-cancelled-event.
119700     exit.
119800
119900************************************************************
120000*            TRACE-DEAD-ARCH-FILE
120100************************************************************
120200
120300 trace-dead-arch-file.
120400     open input DEAD-ARCH-FILE.
120500     if ws-dead-arch-status not = '00'
120600        move 'DEADARCH' to ws-dataset-name
120700        move ws-dead-arch-status to ws-dataset-status
120800        perform dataset-unavailable
120900           thru end-dataset-unavailable
121000     else
121100        move 'y' to seq-only-sw
121200        move 'n' to end-of-input-sw
121300        perform trace-one-dead-letter
121400           thru end-trace-one-dead-letter
121500           until end-of-input
121600        move 'n' to seq-only-sw
121700        close DEAD-ARCH-FILE
121800     end-if.
121900 end-trace-dead-arch-file.
122000     exit.
122100
122200 trace-one-dead-letter.
122300     read DEAD-ARCH-FILE
122400        at end
122500           set end-of-input to true
122600        not at end
122700           move DL-DATE to cand-date
122800           move DL-MSG-TEXT (1:7) to cand-seq-no
122900           move spaces to cand-userid
123000           perform select-candidate
123100              thru end-select-candidate
123200           if wanted
123300              perform new-event-for-candidate
123400                 thru end-new-event-for-candidate
123500              move DL-DATE to nv-date
123600              move 1 to nv-rank
123700              move DL-TIME to nv-time
123800              move 'DEADARCH' to nv-source
123900              move 'DEAD LETTER' to nv-event
124000              if DL-REPLAYED
124100                 string 'STATUS ' delimited by size
124200                    DL-STATUS delimited by size
124300                    ' ' delimited by size
124400                    DL-TRANCODE delimited by space
124500                    ' - REPLAYED' delimited by size
124600                    into nv-detail
124700              else
124800                 string 'STATUS ' delimited by size
124900                    DL-STATUS delimited by size
125000                    ' ' delimited by size
125100                    DL-TRANCODE delimited by space
125200                    ' - NOT REPLAYED' delimited by size
125300                    into nv-detail
125400              end-if
125500              perform add-event
125600                 thru end-add-event
125700           end-if
125800     end-read.
125900 end-trace-one-dead-letter.
126000     exit.
126100
126200************************************************************
126300*            PRINT-TIMELINE
126400*    One block per transaction, its events in order, closed
126500*    by the final disposition - the block's last event.
126600************************************************************
126700
126800 print-timeline.
126900     move spaces to REPORT-LINE.
127000     write REPORT-LINE.
127100     move spaces to REPORT-LINE.
127200     string 'SEQ NO   DATE     TIME    SOURCE    USER      '
127300        delimited by size
127400        'EVENT                 DETAIL' delimited by size
127500        into REPORT-LINE.
127600     write REPORT-LINE.
127700     perform varying ev-ix from 1 by 1
127800        until ev-ix > ev-entry-count
127900        if ev-ix = 1
128000           or ev-seq-no (ev-ix) not = ev-seq-no (ev-ix - 1)
128100           add 1 to traced-count
128200           move spaces to REPORT-LINE
128300           write REPORT-LINE
128400        end-if
128500        perform print-event
128600           thru end-print-event
128700        if ev-ix = ev-entry-count
128800           or ev-seq-no (ev-ix) not = ev-seq-no (ev-ix + 1)
128900           perform print-final-disposition
129000              thru end-print-final-disposition
129100        end-if
129200     end-perform.
129300 end-print-timeline.
129400     exit.
129500
129600 print-event.
129700     move spaces to trace-detail.
129800     move ev-seq-no (ev-ix) to td-seq-no.
129900     move ev-date (ev-ix) to td-date.
130000     if ev-rank (ev-ix) = 4 and ev-time (ev-ix) = 0
130100        move spaces to td-time
130200     else
130300        move ev-time (ev-ix) (1:6) to td-time
130400     end-if.
130500     move ev-source (ev-ix) to td-source.
130600     move ev-userid (ev-ix) to td-userid.
130700     move ev-event (ev-ix) to td-event.
130800     move ev-detail (ev-ix) to td-detail.
130900     move trace-detail to REPORT-LINE.
131000     write REPORT-LINE.
131100 end-print-event.
131200     exit.
131300
131400 print-final-disposition.
131500     move spaces to REPORT-LINE.
131600     string '         FINAL DISPOSITION: ' delimited by size
131700        ev-event (ev-ix) delimited by size
131800        ' ' delimited by size
131900        ev-detail (ev-ix) delimited by size
132000        into REPORT-LINE.
132100     write REPORT-LINE.
132200     if ev-source (ev-ix) = 'REJECTS'
132300        and ev-rank (ev-ix) = 2
132400        move spaces to REPORT-LINE
132500        string '         A REPAIR IS RESUBMITTED UNDER A NEW '
132600           delimited by size
132700           'SEQUENCE NUMBER - TRACE BY USER TO FOLLOW IT'
132800           delimited by size
132900           into REPORT-LINE
133000        write REPORT-LINE
133100     end-if.
133200 end-print-final-disposition.
133300     exit.
133400
133500************************************************************
133600*            FINALISE-TRACE
133700************************************************************
133800
133900 finalise-trace.
134000     if trace-ok
134100        if ev-entry-count = 0
134200           display "mprb05tr: no records found for the trace"
134300              upon console
134400           move spaces to REPORT-LINE
134500           write REPORT-LINE
134600           move 'NO RECORDS FOUND' to REPORT-LINE
134700           write REPORT-LINE
134800        end-if
134900        if events-dropped > 0
135000           move events-dropped to display-count
135100           display "mprb05tr: trace table full, " display-count
135200              " records not shown - narrow FROM/TO" upon console
135300           move spaces to REPORT-LINE
135400           write REPORT-LINE
135450           move spaces to REPORT-LINE
135500           string 'TRACE TABLE FULL - ' delimited by size
135600              display-count delimited by size
135700              ' RECORDS NOT SHOWN, NARROW THE DATE RANGE'
135800              delimited by size
135900              into REPORT-LINE
136000           write REPORT-LINE
136100        end-if
136200        move spaces to REPORT-LINE
136300        write REPORT-LINE
136400        move traced-count to display-count
136500        move spaces to REPORT-LINE
136600        string 'TRANSACTIONS TRACED: ' delimited by size
136700           display-count delimited by size
136800           into REPORT-LINE
136900        write REPORT-LINE
137000        move ev-entry-count to display-count
137100        move spaces to REPORT-LINE
137200        string 'EVENTS:              ' delimited by size
137300           display-count delimited by size
137400           into REPORT-LINE
137500        write REPORT-LINE
137600        display "mprb05tr: " display-count " events for "
137700           traced-count " transactions" upon console
137800        if ev-entry-count = 0
137900           or events-dropped > 0
138000           or unavailable-count > 0
138100           move 4 to RETURN-CODE
138200        end-if
138300     end-if.
138400     if ws-report-status = '00'
138500        close REPORT-FILE
138600     end-if.
138700 end-finalise-trace.
138800     exit.
