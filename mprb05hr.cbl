000100 CBL  SOURCE XREF
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. 'mprb05hr'.
000400************************************************************
000500*
000600*  Held message release for mprb05. While a trancode is
000700*  held on HANDREG (RG-STATUS 'H') mprb05 parks its messages
000800*  on HOLDMSG (HOLDREC layout: a root record and one record
000900*  per dependent segment) and answers HELD. Once HANDREG
001000*  has the trancode active again, this BMP re-queues every
001100*  message held for it to mprb05's input through ALTPCB -
001200*  the way mprb05wr and mprb05d put messages back - so it
001300*  goes through the normal validation and handler. The
001400*  messages of trancodes still held (or no longer on
001500*  HANDREG at all) are carried forward to HOLDOUT, which
001600*  replaces HOLDMSG once the step ends; run it between
001700*  mprb05 runs, never alongside one.
001800*
001900*  A message goes back exactly as keyed, root then its
002000*  segments, under its own sequence number, with the
002100*  replay marker byte set so mprb05's
002200*  track-sequence-number does not flag it as out of order.
002300*
002600*  PARM keywords:  TRANCODE=xxxxxxxx  release only that
002700*                  trancode (default every trancode active
002800*                  on HANDREG)
002900*                  RDATE=yyyymmdd  date HANDREG is read as of
003000*                  (default today)
003100*
003200*  Ends with return code 8 when HOLDIN, HANDREG or HOLDOUT
003260*  will not open, HOLDIN will not read or HOLDOUT will not
003320*  write, or a message was only partly re-queued (its
003380*  segments did not all go). A failed run backs out (ROLB)
003440*  everything it released, so nothing reaches mprb05's
003500*  input and HOLDMSG, left in place, still holds every
003560*  message for the re-run. 4 when a message could not be
003620*  re-queued and was carried forward, or a root's segments
003680*  were missing on HOLDIN.
003743*
003786*  The step's start, end and return code are appended to
003829*  RUNHIST through mprb05sh, as a job step history record.
003875*
003900*  Program     mprb05hr
004000*  PSB:        mprb05hr (ALTPCB = mprb05 input)
004100*  Databases:  none
004200*  Access:     HOLDIN (in), HANDREG (in), HOLDOUT (out)
004300*
004400************************************************************
004500 ENVIRONMENT DIVISION.
004600 CONFIGURATION SECTION.
004700 SOURCE-COMPUTER.  IBM-370.
004800 OBJECT-COMPUTER.  IBM-370.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT HOLD-FILE ASSIGN TO HOLDIN
005200        ORGANIZATION IS SEQUENTIAL
005300        FILE STATUS IS ws-hold-file-status.
005400     SELECT HANDLER-REGISTRY-FILE ASSIGN TO HANDREG
005500        ORGANIZATION IS SEQUENTIAL
005600        FILE STATUS IS ws-handreg-file-status.
005700     SELECT CARRY-FORWARD-FILE ASSIGN TO HOLDOUT
005800        ORGANIZATION IS SEQUENTIAL
005900        FILE STATUS IS ws-carry-forward-status.
006000
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  HOLD-FILE
006400     RECORDING MODE IS F.
006500     COPY HOLDREC.
006600
006700 FD  HANDLER-REGISTRY-FILE
006800     RECORDING MODE IS F.
006900     COPY HREGREC.
007000
007100 FD  CARRY-FORWARD-FILE
007200     RECORDING MODE IS F.
007300 01  CARRY-FORWARD-RECORD     PIC X(152).
007400
007500 WORKING-STORAGE SECTION.
007600
007700************************************************************
007800*            IMS DECLARATIONS
007900************************************************************
008000
008100 77  ISRT                 PIC X(4) VALUE 'ISRT'.
008200 77  PURG                 PIC X(4) VALUE 'PURG'.
008250 77  ROLB                 PIC X(4) VALUE 'ROLB'.
008300
008400 77  end-of-hold-sw       pic x value 'n'.
008500     88 end-of-hold             value 'y'.
008600 77  end-of-handreg-sw    pic x value 'n'.
008700     88 end-of-handreg          value 'y'.
008800 77  run-failed-sw        pic x value 'n'.
008900     88 run-failed              value 'y'.
009000 77  hold-open-sw         pic x value 'n'.
009100     88 hold-open               value 'y'.
009200 77  carry-open-sw        pic x value 'n'.
009300     88 carry-open              value 'y'.
009400 77  record-pending-sw    pic x value 'n'.
009500     88 record-pending          value 'y'.
009600 77  release-this-sw      pic x value 'n'.
009700     88 release-this            value 'y'.
009800 77  requeue-ok-sw        pic x value 'n'.
009900     88 requeue-ok              value 'y'.
010000
010100************************************************************
010200*            COUNTERS AND RUNTIME OPTIONS
010300************************************************************
010400
010500 77  ws-hold-file-status     pic xx value spaces.
010600 77  ws-handreg-file-status  pic xx value spaces.
010700 77  ws-carry-forward-status pic xx value spaces.
010800
010900 77  release-date         pic 9(8) value 0.
011000 77  release-trancode     pic x(8) value spaces.
011100 77  message-count        pic 9(7) value 0.
011200 77  released-count       pic 9(7) value 0.
011300 77  carried-count        pic 9(7) value 0.
011400 77  failed-count         pic 9(7) value 0.
011500 77  short-count          pic 9(7) value 0.
011600 77  display-count        pic zzz,zzz,zz9.
011700
011800 01  ws-parm-tokens.
011900     02  ws-parm-token    pic x(20) occurs 6 times.
012000 77  ws-parm-idx          pic 9(4) binary value 1.
012100 77  ws-parm-key          pic x(10).
012200 77  ws-parm-val          pic x(10).
012300
012400************************************************************
012500*            TRANCODES IN FORCE ON HANDREG
012600*    Same rule as mprb05's load-handler-registry: for each
012700*    trancode the record with the latest effective date not
012800*    after the release date is the one in force.
012900************************************************************
013000
013100 01  registry-table.
013200     02  tc-entry occurs 20 times indexed by tc-ix.
013300         03  tc-trancode      pic x(8).
013400         03  tc-status        pic x.
013500             88 tc-active            value 'A'.
013600         03  tc-effective     pic 9(8).
013700 77  tc-entry-count       pic 9(4) binary value 0.
013800 77  tc-max-entries       pic 9(4) binary value 20.
013900 77  tc-found-sw          pic x value 'n'.
014000     88 tc-found                value 'y'.
014100 77  find-trancode        pic x(8) value spaces.
014200
014300************************************************************
014400*            THE MESSAGE IN HAND
014500*    The root and its segment records as read from HOLDIN,
014600*    re-queued or carried forward together.
014700************************************************************
014800
014900 01  held-message.
015000     02  hd-record        pic x(152) occurs 21 times.
015100 77  hd-record-count      pic 9(4) binary value 0.
015200 77  hd-max-records       pic 9(4) binary value 21.
015300 77  hd-ix                pic 9(4) binary value 0.
015400 77  hd-expected          pic 9(4) binary value 0.
015500 01  pending-record       pic x(152) value spaces.
015600
015700* RELEASED MESSAGE RE-QUEUED TO MPRB05'S INPUT
015800* (same shape as mprb05's INPUT-MESSAGE)
015900 01  release-message.
016000     03  rm-ll        pic s9(4) comp.
016100     03  rm-zz        pic s9(4) comp.
016200     03  rm-trancode  pic x(8).
016300     03  rm-line1     pic x(80).
016400     03  rm-line1-hdr redefines rm-line1.
016500         05  rm-seq-no       pic x(7).
016600         05  rm-replay-flag  pic x.
016700         05  rm-body         pic x(72).
016800
016900* ONE DEPENDENT SEGMENT OF THE RELEASED MESSAGE
017000 01  release-segment.
017100     03  rs-ll        pic s9(4) comp.
017200     03  rs-zz        pic s9(4) comp.
017300     03  rs-data      pic x(80).
017400
017414************************************************************
017428*            STEP HISTORY (mprb05sh)
017442************************************************************
017456
017470     COPY STEPHIST.
017484
017500*****************************************************
017600 LINKAGE SECTION.
017700
017800 01  PARM-AREA.
017900     02  PARM-LENGTH      PIC S9(4) COMP.
018000     02  PARM-DATA        PIC X(80).
018100
018200 copy iopcb.
018300
018400 copy iopcb replacing iopcb by altpcb.
018500
018600 PROCEDURE DIVISION USING PARM-AREA IOPCB ALTPCB.
018700*****************************************************
018800 MAIN-RTN.
018820
018840     move 'mprb05hr' to SH-PROGRAM.
018860     set SH-STEP-START to true.
018880     call 'mprb05sh' using STEP-HISTORY-AREA.
018900
019000     perform initialise-release
019100        thru end-initialise-release.
019200
019300     if not run-failed
019400        perform load-registry
019500           thru end-load-registry
019600     end-if.
019700
019800     if not run-failed
019900        perform release-one-message
020000           thru end-release-one-message
020100           until end-of-hold
020200              or run-failed
020300     end-if.
020400
020500     perform finalise-release
020600        thru end-finalise-release.
020700
020716     move RETURN-CODE to SH-RETURN-CODE.
020732     move message-count to SH-TOTAL-COUNT.
020748     set SH-STEP-END to true.
020764     call 'mprb05sh' using STEP-HISTORY-AREA.
020780     move SH-RETURN-CODE to RETURN-CODE.
020800     goback.
020900
021000************************************************************
021100*            INITIALISE-RELEASE
021200************************************************************
021300
021400 initialise-release.
021500     display "COBOL Program mprb05hr execution begins... "
021600        upon console.
021700     accept release-date from date yyyymmdd.
021800     perform parse-parm-area
021900        thru end-parse-parm-area.
022000     open input HOLD-FILE.
022100     if ws-hold-file-status not = '00'
022200        display "mprb05hr: unable to open HOLDIN, status "
022300           ws-hold-file-status upon console
022400        set run-failed to true
022500     else
022600        set hold-open to true
022700     end-if.
022800     open output CARRY-FORWARD-FILE.
022900     if ws-carry-forward-status not = '00'
023000        display "mprb05hr: unable to open HOLDOUT, status "
023100           ws-carry-forward-status upon console
023200        set run-failed to true
023300     else
023400        set carry-open to true
023500     end-if.
023600     if release-trancode = spaces
023700        display "mprb05hr: releasing every trancode active on "
023800           "HANDREG at " release-date upon console
023900     else
024000        display "mprb05hr: releasing " release-trancode
024100           " if active on HANDREG at " release-date upon console
024200     end-if.
024300 end-initialise-release.
024400     exit.
024500
024600 parse-parm-area.
024700     move spaces to ws-parm-tokens.
024800     if PARM-LENGTH > 0
024900        unstring PARM-DATA (1:PARM-LENGTH) delimited by ','
025000           into ws-parm-token (1) ws-parm-token (2)
025100              ws-parm-token (3) ws-parm-token (4)
025200              ws-parm-token (5) ws-parm-token (6)
025300        end-unstring
025400        perform varying ws-parm-idx from 1 by 1
025500           until ws-parm-idx > 6
025600           if ws-parm-token (ws-parm-idx) not = spaces
025700              perform split-parm-token
025800                 thru end-split-parm-token
025900           end-if
026000        end-perform
026100     end-if.
026200 end-parse-parm-area.
026300     exit.
026400
026500 split-parm-token.
026600     move spaces to ws-parm-key ws-parm-val.
026700     unstring ws-parm-token (ws-parm-idx) delimited by '='
026800        into ws-parm-key ws-parm-val.
026900     evaluate ws-parm-key
027000        when 'TRANCODE'
027100           move ws-parm-val(1:8) to release-trancode
027200        when 'RDATE'
027300           move ws-parm-val(1:8) to release-date
027400     end-evaluate.
027500 end-split-parm-token.
027600     exit.
027700
027800************************************************************
027900*            LOAD-REGISTRY
028000*    Without HANDREG nothing can be known to have reopened,
028100*    so nothing is released.
028200************************************************************
028300
028400 load-registry.
028500     open input HANDLER-REGISTRY-FILE.
028600     if ws-handreg-file-status not = '00'
028700        display "mprb05hr: unable to open HANDREG, status "
028800           ws-handreg-file-status upon console
028900        set run-failed to true
029000     else
029100        perform read-one-registry-record
029200           thru end-read-one-registry-record
029300           until end-of-handreg
029400        close HANDLER-REGISTRY-FILE
029500     end-if.
029600 end-load-registry.
029700     exit.
029800
029900 read-one-registry-record.
030000     read HANDLER-REGISTRY-FILE
030100        at end
030200           set end-of-handreg to true
030300        not at end
030400           if RG-TRANCODE (1:1) not = '*'
030500              and HANDLER-REGISTRY-RECORD not = spaces
030600              and RG-EFFECTIVE-DATE numeric
030700              and RG-EFFECTIVE-DATE not > release-date
030800              perform store-registry-record
030900                 thru end-store-registry-record
031000           end-if
031100     end-read.
031200     if ws-handreg-file-status not = '00'
031300        and ws-handreg-file-status not = '10'
031400        display "mprb05hr: HANDREG read error, status "
031500           ws-handreg-file-status upon console
031600        set run-failed to true
031700        set end-of-handreg to true
031800     end-if.
031900 end-read-one-registry-record.
032000     exit.
032100
032200 store-registry-record.
032300     move RG-TRANCODE to find-trancode.
032400     perform find-registry-entry
032500        thru end-find-registry-entry.
032600     evaluate true
032700        when tc-found
032800           if RG-EFFECTIVE-DATE not < tc-effective (tc-ix)
032900              move RG-STATUS to tc-status (tc-ix)
033000              move RG-EFFECTIVE-DATE to tc-effective (tc-ix)
033100           end-if
033200        when tc-entry-count < tc-max-entries
033300           add 1 to tc-entry-count
033400           set tc-ix to tc-entry-count
033500           move RG-TRANCODE to tc-trancode (tc-ix)
033600           move RG-STATUS to tc-status (tc-ix)
033700           move RG-EFFECTIVE-DATE to tc-effective (tc-ix)
033800        when other
033900           display "mprb05hr: registry table full, trancode "
034000              RG-TRANCODE " ignored" upon console
034100     end-evaluate.
034200 end-store-registry-record.
034300     exit.
034400
034500*    Looks up find-trancode; tc-ix is left on the entry found.
034600 find-registry-entry.
034700     move 'n' to tc-found-sw.
034800     set tc-ix to 1.
034900     search tc-entry
035000        at end
035100           continue
035200        when tc-ix > tc-entry-count
035300           continue
035400        when tc-trancode (tc-ix) = find-trancode
035500           set tc-found to true
035600     end-search.
035700 end-find-registry-entry.
035800     exit.
035900
036000************************************************************
036100*            RELEASE-ONE-MESSAGE
036200*    Gathers a root and the segment records that follow it,
036300*    then re-queues or carries the lot forward. A root that
036400*    turns up where a segment was due ends the message short
036500*    - it is carried forward as read, never re-queued
036600*    incomplete - and starts the next one.
036700************************************************************
036800
036900 release-one-message.
037000     move 0 to hd-record-count.
037100     move 0 to hd-expected.
037200     if record-pending
037300        move pending-record to HELD-MESSAGE-RECORD
037400        move 'n' to record-pending-sw
037500     else
037600        perform read-hold-record
037700           thru end-read-hold-record
037800     end-if.
037900     if not end-of-hold
038000        add 1 to hd-record-count
038100        move HELD-MESSAGE-RECORD to hd-record (hd-record-count)
038200        if HM-IS-ROOT
038300           move HM-SEGMENT-COUNT to hd-expected
038400        end-if
038500        perform gather-one-segment
038600           thru end-gather-one-segment
038700           until hd-record-count > hd-expected
038800              or record-pending
038900              or end-of-hold
039000              or hd-record-count not < hd-max-records
039100        add 1 to message-count
039200        perform judge-release
039300           thru end-judge-release
039400        if release-this
039500           perform requeue-message
039600              thru end-requeue-message
039700        end-if
039800        if release-this and requeue-ok
039900           add 1 to released-count
040000        else
040100           perform carry-message-forward
040200              thru end-carry-message-forward
040300        end-if
040400     end-if.
040500 end-release-one-message.
040600     exit.
040700
040800 gather-one-segment.
040900     perform read-hold-record
041000        thru end-read-hold-record.
041100     if not end-of-hold
041200        if HM-IS-ROOT
041300           move HELD-MESSAGE-RECORD to pending-record
041400           set record-pending to true
041500        else
041600           add 1 to hd-record-count
041700           move HELD-MESSAGE-RECORD to hd-record (hd-record-count)
041800        end-if
041900     end-if.
042000 end-gather-one-segment.
042100     exit.
042200
042300 read-hold-record.
042400     read HOLD-FILE
042500        at end
042600           set end-of-hold to true
042700     end-read.
042800*    A read that neither delivered a record nor said at-end is
042900*    an I/O error - stop rather than spin on it.
043000     if ws-hold-file-status not = '00'
043100        and ws-hold-file-status not = '10'
043200        display "mprb05hr: HOLDIN read error, status "
043300           ws-hold-file-status upon console
043400        set run-failed to true
043500        set end-of-hold to true
043600     end-if.
043700 end-read-hold-record.
043800     exit.
043900
044000*    A root read ahead is kept in pending-record, so the
044100*    record area is free for the message in hand.
044200 judge-release.
044300     move 'n' to release-this-sw.
044400     move hd-record (1) to HELD-MESSAGE-RECORD.
044500     if not HM-IS-ROOT
044600        or hd-record-count - 1 not = HM-SEGMENT-COUNT
044700        add 1 to short-count
044800        display "mprb05hr: held " HM-TRANCODE " sequence "
044900           HM-DATA (1:7) " incomplete on HOLDIN - carried "
045000           "forward" upon console
045100     else
045200        if release-trancode = spaces
045300           or release-trancode = HM-TRANCODE
045400           move HM-TRANCODE to find-trancode
045500           perform find-registry-entry
045600              thru end-find-registry-entry
045700           if tc-found
045800              if tc-active (tc-ix)
045900                 set release-this to true
046000              end-if
046100           end-if
046200        end-if
046300     end-if.
046400 end-judge-release.
046500     exit.
046600
046700************************************************************
046800*            REQUEUE-MESSAGE
046900*    Root, segments, then PURG to close the message off so
047000*    the next root starts a message of its own. A failed root
047100*    ISRT leaves nothing on the queue and the message is
047200*    carried forward for the next run; a failure after it
047300*    leaves part of a message behind and stops the release.
047400************************************************************
047500
047600 requeue-message.
047700     move 'n' to requeue-ok-sw.
047800     move spaces to rm-trancode rm-line1.
047900     move HM-TRANCODE to rm-trancode.
048000     move HM-DATA to rm-line1.
048100     move 'R' to rm-replay-flag.
048200     move length of release-message to rm-ll.
048300     move zero to rm-zz.
048400     call 'CBLTDLI' using ISRT ALTPCB release-message.
048500     if pcb-status-code of altpcb not = spaces
048600        display "mprb05hr: error on release isrt for "
048700           HM-TRANCODE " sequence " rm-seq-no upon console
048800        display altpcb upon console
048900        add 1 to failed-count
049000     else
049100        set requeue-ok to true
049200        perform varying hd-ix from 2 by 1
049300           until hd-ix > hd-record-count
049400              or not requeue-ok
049500           move hd-record (hd-ix) to HELD-MESSAGE-RECORD
049600           move HM-DATA to rs-data
049700           move length of release-segment to rs-ll
049800           move zero to rs-zz
049900           call 'CBLTDLI' using ISRT ALTPCB release-segment
050000           if pcb-status-code of altpcb not = spaces
050100              move 'n' to requeue-ok-sw
050200           end-if
050300        end-perform
050400        if requeue-ok
050500           call 'CBLTDLI' using PURG ALTPCB
050600           if pcb-status-code of altpcb not = spaces
050700              move 'n' to requeue-ok-sw
050800           end-if
050900        end-if
051000        if not requeue-ok
051100           display "mprb05hr: *** " rm-trancode " sequence "
051200              rm-seq-no " PARTLY RE-QUEUED - RELEASE STOPPED ***"
051300              upon console
051400           display altpcb upon console
051500           set run-failed to true
051600        end-if
051700     end-if.
051800 end-requeue-message.
051900     exit.
052000
052100 carry-message-forward.
052200     perform varying hd-ix from 1 by 1
052300        until hd-ix > hd-record-count
052400        write CARRY-FORWARD-RECORD from hd-record (hd-ix)
052500        if ws-carry-forward-status not = '00'
052600           display "mprb05hr: HOLDOUT write error, status "
052700              ws-carry-forward-status upon console
052800           set run-failed to true
052900        end-if
053000     end-perform.
053100     add 1 to carried-count.
053200 end-carry-message-forward.
053300     exit.
053400
053500************************************************************
053600*            FINALISE-RELEASE
053700************************************************************
053800
053900 finalise-release.
054000     if hold-open
054100        close HOLD-FILE
054200     end-if.
054300     if carry-open
054400        close CARRY-FORWARD-FILE
054500     end-if.
054600     move message-count to display-count.
054700     display "mprb05hr: " display-count " held messages read"
054800        upon console.
054900     move released-count to display-count.
055000     display "mprb05hr: " display-count
055100        " messages released to mprb05" upon console.
055200     move carried-count to display-count.
055300     display "mprb05hr: " display-count
055400        " messages carried forward to HOLDOUT" upon console.
055500     if run-failed
055540        call 'CBLTDLI' using ROLB IOPCB
055580        if pcb-status-code of iopcb not = spaces
055620           display "mprb05hr: *** ROLB FAILED - CHECK MPRB05'S "
055660              "INPUT FOR RELEASED MESSAGES ***" upon console
055700           display iopcb upon console
055740        else
055780           display "mprb05hr: release backed out - no message "
055820              "went to mprb05" upon console
055860        end-if
055870        display "mprb05hr: *** RELEASE INCOMPLETE - HOLDOUT MUST "
055880           "NOT REPLACE HOLDMSG ***" upon console
055890        move 8 to RETURN-CODE
055900     end-if.
056000     if failed-count > 0 or short-count > 0
056100        if RETURN-CODE < 4
056200           move 4 to RETURN-CODE
056300        end-if
056400     end-if.
056500 end-finalise-release.
056600     exit.
