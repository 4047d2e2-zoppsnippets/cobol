000100 CBL  SOURCE XREF
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. 'mprb05pi'.
000400************************************************************
000500*
000600*  Partner file intake for mprb05. The partners who send
000700*  PAYMENT and ORDER traffic by file transfer deliver one
000800*  flat file per batch (PTNRIN, PTNFREC layout: header,
000900*  details, trailer). This BMP checks the file as a whole
001000*  and, only if all of it is good, queues every transaction
001100*  to mprb05's input through ALTPCB - the way mprb05g and
001200*  mprb05e put messages there - so it goes through the
001300*  normal validation and handlers like any feeder traffic.
001400*
001500*  The whole file is refused, and nothing of it queued,
001600*  when the header is missing or invalid, the partner is
001700*  not set up on PTNRCTL (VSAM KSDS, PTNRREC layout) or is
001800*  suspended there, the file sequence number is not above
001900*  the last one accepted from that partner (the file has
002000*  been received already), a record is out of place or of
002100*  an unknown type, a detail carries a trancode partners
002200*  may not send or a PAYMENT amount that is not numeric, or
002300*  the trailer's record count or amount hash total does not
002400*  agree with the details. A gap in the partner's file
002500*  sequence is reported on the console but does not stop
002600*  the file - the missing file may still come.
002700*
002800*  Each queued transaction is stamped with the next feeder
002900*  sequence number from the partner's own range on PTNRCTL
003000*  and the partner marker byte ('P'), so mprb05 keeps
003100*  partner traffic out of the feeder sequence check the
003200*  way it keeps replays out. The count queued is appended
003300*  to CTLTOTAL for mprb05's reconcile-control-total, and
003400*  every file - accepted, refused or only partly queued -
003500*  gets a record on the intake log (INTKLOG, INTKREC).
003600*
003700*  No PARM. The intake's userid must be authorized for
003800*  PAYMENT and ORDER on AUTHFILE like any submitter.
003900*
004000*  Ends with return code 8 when PTNRCTL or INTKLOG will
004100*  not open or a transaction could not be queued (the file
004200*  is logged as partly queued and is not to be resent),
004300*  4 when the file was refused.
004400*
004500*  Program     mprb05pi
004600*  PSB:        mprb05pi (ALTPCB = mprb05 input)
004700*  Databases:  none
004800*  Access:     PTNRIN (in, read twice), PTNRCTL (VSAM,
004900*              update), INTKLOG (extend), CTLTOTAL (extend)
005000*
005100************************************************************
005200 ENVIRONMENT DIVISION.
005300 CONFIGURATION SECTION.
005400 SOURCE-COMPUTER.  IBM-370.
005500 OBJECT-COMPUTER.  IBM-370.
005600 INPUT-OUTPUT SECTION.
005700 FILE-CONTROL.
005800     SELECT PARTNER-FILE ASSIGN TO PTNRIN
005900        ORGANIZATION IS SEQUENTIAL
006000        FILE STATUS IS ws-partner-file-status.
006100     SELECT PARTNER-CONTROL-FILE ASSIGN TO PTNRCTL
006200        ORGANIZATION IS INDEXED
006300        ACCESS MODE IS DYNAMIC
006400        RECORD KEY IS PT-PARTNER-ID
006500        FILE STATUS IS ws-control-file-status.
006600     SELECT INTAKE-LOG-FILE ASSIGN TO INTKLOG
006700        ORGANIZATION IS SEQUENTIAL
006800        FILE STATUS IS ws-intake-log-status.
006900     SELECT CTL-TOTAL-FILE ASSIGN TO CTLTOTAL
007000        ORGANIZATION IS SEQUENTIAL
007100        FILE STATUS IS ws-ctl-file-status.
007200
007300 DATA DIVISION.
007400 FILE SECTION.
007500 FD  PARTNER-FILE
007600     RECORDING MODE IS F.
007700     COPY PTNFREC.
007800
007900 FD  PARTNER-CONTROL-FILE.
008000     COPY PTNRREC.
008100
008200 FD  INTAKE-LOG-FILE
008300     RECORDING MODE IS F.
008400     COPY INTKREC.
008500
008600 FD  CTL-TOTAL-FILE
008700     RECORDING MODE IS F.
008800 01  CTL-TOTAL-RECORD         PIC 9(9).
008900
009000 WORKING-STORAGE SECTION.
009100
009200************************************************************
009300*            IMS DECLARATIONS
009400************************************************************
009500
009600 77  ISRT                 PIC X(4) VALUE 'ISRT'.
009700
009800 77  run-failed-sw        pic x value 'n'.
009900     88 run-failed              value 'y'.
010000 77  control-open-sw      pic x value 'n'.
010100     88 control-open            value 'y'.
010200 77  end-of-partner-file-sw pic x value 'n'.
010300     88 end-of-partner-file     value 'y'.
010400 77  file-refused-sw      pic x value 'n'.
010500     88 file-refused            value 'y'.
010600 77  partner-found-sw     pic x value 'n'.
010700     88 partner-found           value 'y'.
010800 77  trailer-seen-sw      pic x value 'n'.
010900     88 trailer-seen            value 'y'.
011000 77  queue-failed-sw      pic x value 'n'.
011100     88 queue-failed            value 'y'.
011200
011300************************************************************
011400*            FILE CHECK AND COUNTERS
011500*    The header's identity and the trailer's control figures
011600*    are kept from the checking pass; the detail count and
011700*    hash are what the details themselves add up to.
011800************************************************************
011900
012000 77  ws-partner-file-status pic xx value spaces.
012100 77  ws-control-file-status pic xx value spaces.
012200 77  ws-intake-log-status pic xx value spaces.
012300 77  ws-ctl-file-status   pic xx value spaces.
012400
012500 77  run-date             pic 9(8) value 0.
012600 77  run-time             pic 9(8) value 0.
012700 77  refusal-reason       pic x(30) value spaces.
012800 77  file-partner-id      pic x(8) value spaces.
012900 77  file-date            pic 9(8) value 0.
013000 77  file-seq-no          pic 9(6) value 0.
013100 77  trailer-count        pic 9(7) value 0.
013200 77  trailer-hash         pic 9(13)v99 value 0.
013300 77  detail-count         pic 9(7) value 0.
013400 77  detail-hash          pic 9(13)v99 value 0.
013500 77  records-read         pic 9(7) value 0.
013600 77  queued-count         pic 9(7) value 0.
013700 77  first-seq-no         pic 9(7) value 0.
013800 77  last-seq-no          pic 9(7) value 0.
013900 77  expected-file-seq-no pic 9(6) value 0.
014000 77  display-count        pic zzz,zzz,zz9.
014100 01  payment-amount-x     pic x(9).
014200 01  payment-amount redefines payment-amount-x
014300                          pic 9(7)v99.
014400
014500* PARTNER TRANSACTION QUEUED TO MPRB05'S INPUT
014600* (same shape as mprb05's INPUT-MESSAGE)
014700 01  intake-message.
014800     03  im-ll        pic s9(4) comp.
014900     03  im-zz        pic s9(4) comp.
015000     03  im-trancode  pic x(8).
015100     03  im-line1     pic x(80).
015200     03  im-line1-hdr redefines im-line1.
015300         05  im-seq-no       pic 9(7).
015400         05  im-replay-flag  pic x.
015500         05  im-body         pic x(72).
015600
015700*****************************************************
015800 LINKAGE SECTION.
015900
016000 copy iopcb.
016100
016200 copy iopcb replacing iopcb by altpcb.
016300
016400 PROCEDURE DIVISION USING IOPCB ALTPCB.
016500*****************************************************
016600 MAIN-RTN.
016700
016800     perform initialise-intake
016900        thru end-initialise-intake.
017000
017100     if not run-failed
017200        perform check-partner-file
017300           thru end-check-partner-file
017400        if not file-refused
017500           perform queue-partner-file
017600              thru end-queue-partner-file
017700        end-if
017800        perform record-intake
017900           thru end-record-intake
018000     end-if.
018100
018200     perform finalise-intake
018300        thru end-finalise-intake.
018400
018500     goback.
018600
018700************************************************************
018800*            INITIALISE-INTAKE
018900*    Without the partner control file a file sequence cannot
019000*    be checked, and without the log nobody could tell what
019100*    became of the file - either one missing and the file is
019200*    left unread for a rerun.
019300************************************************************
019400
019500 initialise-intake.
019600     display "COBOL Program mprb05pi execution begins... "
019700        upon console.
019800     accept run-date from date yyyymmdd.
019900     accept run-time from time.
020000     open i-o PARTNER-CONTROL-FILE.
020100     if ws-control-file-status not = '00'
020200        display "mprb05pi: unable to open PTNRCTL, status "
020300           ws-control-file-status upon console
020400        set run-failed to true
020500     else
020600        set control-open to true
020700     end-if.
020800     open extend INTAKE-LOG-FILE.
020900     if ws-intake-log-status not = '00'
021000        display "mprb05pi: unable to open INTKLOG, status "
021100           ws-intake-log-status upon console
021200        set run-failed to true
021300     end-if.
021400     if run-failed
021500        move 8 to RETURN-CODE
021600     end-if.
021700 end-initialise-intake.
021800     exit.
021900
022000************************************************************
022100*            CHECK-PARTNER-FILE
022200*    First pass: the whole file is read and judged before a
022300*    single transaction is queued, so a refused file leaves
022400*    nothing behind on mprb05's input.
022500************************************************************
022600
022700 check-partner-file.
022800     open input PARTNER-FILE.
022900     if ws-partner-file-status not = '00'
023000        display "mprb05pi: unable to open PTNRIN, status "
023100           ws-partner-file-status upon console
023200        set file-refused to true
023300        move 'PARTNER FILE UNREADABLE' to refusal-reason
023400     else
023500        perform check-file-header
023600           thru end-check-file-header
023700        perform check-one-record
023800           thru end-check-one-record
023900           until end-of-partner-file or file-refused
024000        close PARTNER-FILE
024100     end-if.
024200     if not file-refused
024300        evaluate true
024400           when not trailer-seen
024500              set file-refused to true
024600              move 'NO TRAILER RECORD' to refusal-reason
024700           when trailer-count not = detail-count
024800              set file-refused to true
024900              move 'TRAILER COUNT MISMATCH' to refusal-reason
025000           when trailer-hash not = detail-hash
025100              set file-refused to true
025200              move 'TRAILER HASH TOTAL MISMATCH' to refusal-reason
025300        end-evaluate
025400     end-if.
025500 end-check-partner-file.
025600     exit.
025700
025800************************************************************
025900*            CHECK-FILE-HEADER
026000*    The header must come first and name an active partner
026100*    and a file sequence number above the last one taken
026200*    from it.
026300************************************************************
026400
026500 check-file-header.
026600     read PARTNER-FILE
026700        at end
026800           set end-of-partner-file to true
026900           set file-refused to true
027000           move 'EMPTY FILE' to refusal-reason
027100        not at end
027200           add 1 to records-read
027300           if not PF-IS-HEADER
027400              set file-refused to true
027500              move 'NO HEADER RECORD' to refusal-reason
027600           else
027700              move PF-PARTNER-ID to file-partner-id
027800              if PF-FILE-DATE not numeric
027900                 or PF-FILE-SEQ-NO not numeric
028000                 set file-refused to true
028100                 move 'HEADER INVALID' to refusal-reason
028200              else
028300                 move PF-FILE-DATE to file-date
028400                 move PF-FILE-SEQ-NO to file-seq-no
028500                 perform check-partner-control
028600                    thru end-check-partner-control
028700              end-if
028800           end-if
028900     end-read.
029000 end-check-file-header.
029100     exit.
029200
029300 check-partner-control.
029400     move file-partner-id to PT-PARTNER-ID.
029500     read PARTNER-CONTROL-FILE
029600        invalid key
029700           set file-refused to true
029800           move 'PARTNER UNKNOWN' to refusal-reason
029900        not invalid key
030000           set partner-found to true
030100           evaluate true
030200              when not PT-IS-ACTIVE
030300                 set file-refused to true
030400                 move 'PARTNER SUSPENDED' to refusal-reason
030500              when file-seq-no not > PT-LAST-FILE-SEQ-NO
030600                 set file-refused to true
030700                 move 'FILE SEQ ALREADY RECEIVED'
030800                    to refusal-reason
030900              when other
031000                 compute expected-file-seq-no =
031100                    PT-LAST-FILE-SEQ-NO + 1
031200                 if file-seq-no not = expected-file-seq-no
031300                    display "mprb05pi: partner " file-partner-id
031400                       " file seq " file-seq-no " - expected "
031500                       expected-file-seq-no upon console
031600                 end-if
031700           end-evaluate
031800     end-read.
031900 end-check-partner-control.
032000     exit.
032100
032200************************************************************
032300*            CHECK-ONE-RECORD
032400*    Details until the trailer, nothing after it. Partners
032500*    may send PAYMENT and ORDER only; a PAYMENT amount has to
032600*    be numeric for the hash total to mean anything.
032700************************************************************
032800
032900 check-one-record.
033000     read PARTNER-FILE
033100        at end
033200           set end-of-partner-file to true
033300        not at end
033400           add 1 to records-read
033500           evaluate true
033600              when trailer-seen
033700                 set file-refused to true
033800                 move 'RECORD AFTER TRAILER' to refusal-reason
033900              when PF-IS-DETAIL
034000                 perform check-detail-record
034100                    thru end-check-detail-record
034200              when PF-IS-TRAILER
034300                 set trailer-seen to true
034400                 if PF-RECORD-COUNT not numeric
034500                    or PF-HASH-TOTAL not numeric
034600                    set file-refused to true
034700                    move 'TRAILER INVALID' to refusal-reason
034800                 else
034900                    move PF-RECORD-COUNT to trailer-count
035000                    move PF-HASH-TOTAL to trailer-hash
035100                 end-if
035200              when PF-IS-HEADER
035300                 set file-refused to true
035400                 move 'SECOND HEADER RECORD' to refusal-reason
035500              when other
035600                 set file-refused to true
035700                 move 'RECORD TYPE INVALID' to refusal-reason
035800           end-evaluate
035900     end-read.
036000 end-check-one-record.
036100     exit.
036200
036300 check-detail-record.
036400     add 1 to detail-count.
036500     evaluate PF-TRANCODE
036600        when 'PAYMENT'
036700           move PF-BODY (1:9) to payment-amount-x
036800           if payment-amount-x not numeric
036900              set file-refused to true
037000              move 'PAYMENT AMOUNT NOT NUMERIC'
037100                 to refusal-reason
037200           else
037300              add payment-amount to detail-hash
037400           end-if
037500        when 'ORDER'
037600           continue
037700        when other
037800           set file-refused to true
037900           move 'TRANCODE NOT ALLOWED' to refusal-reason
038000     end-evaluate.
038100 end-check-detail-record.
038200     exit.
038300
038400************************************************************
038500*            QUEUE-PARTNER-FILE
038600*    Second pass over a file already judged good. A failed
038700*    ISRT stops the queueing there: what went is logged as a
038800*    partly queued file, and the file sequence number is
038900*    still taken so a resend cannot double what went.
039000************************************************************
039100
039200 queue-partner-file.
039300     move 'n' to end-of-partner-file-sw.
039400     open input PARTNER-FILE.
039500     if ws-partner-file-status not = '00'
039600        display "mprb05pi: unable to reopen PTNRIN, status "
039700           ws-partner-file-status upon console
039800        set file-refused to true
039900        move 'PARTNER FILE UNREADABLE' to refusal-reason
040000     else
040100        perform queue-one-record
040200           thru end-queue-one-record
040300           until end-of-partner-file or queue-failed
040400        close PARTNER-FILE
040500     end-if.
040600 end-queue-partner-file.
040700     exit.
040800
040900 queue-one-record.
041000     read PARTNER-FILE
041100        at end
041200           set end-of-partner-file to true
041300        not at end
041400           if PF-IS-DETAIL
041500              perform queue-one-transaction
041600                 thru end-queue-one-transaction
041700           end-if
041800     end-read.
041900 end-queue-one-record.
042000     exit.
042100
042200 queue-one-transaction.
042300     move spaces to im-trancode im-line1.
042400     move PF-TRANCODE to im-trancode.
042500     move PT-NEXT-SEQ-NO to im-seq-no.
042600     move 'P' to im-replay-flag.
042700     move PF-BODY to im-body.
042800     move length of intake-message to im-ll.
042900     move zero to im-zz.
043000     call 'CBLTDLI' using ISRT ALTPCB intake-message.
043100     if pcb-status-code of altpcb not = spaces
043200        display "mprb05pi: error on isrt altpcb" upon console
043300        display altpcb upon console
043400        set queue-failed to true
043500     else
043600        add 1 to queued-count
043700        if queued-count = 1
043800           move PT-NEXT-SEQ-NO to first-seq-no
043900        end-if
044000        move PT-NEXT-SEQ-NO to last-seq-no
044100        add 1 to PT-NEXT-SEQ-NO
044200     end-if.
044300 end-queue-one-transaction.
044400     exit.
044500
044600************************************************************
044700*            RECORD-INTAKE
044800*    The partner's control record takes the file sequence
044900*    number and the next feeder sequence number only when
045000*    something of the file was queued - a refused file, or
045100*    one that failed on its first ISRT, leaves it as it was,
045200*    so the file can come again under the same number.
045300*    CTLTOTAL is appended to, not replaced: the feeder's
045400*    count and every partner file's count add up to what
045500*    mprb05 should see.
045600************************************************************
045700
045800 record-intake.
045900     if queue-failed and queued-count = 0
046000        set file-refused to true
046100        move 'QUEUEING FAILED - RESEND FILE'
046200           to refusal-reason
046300     end-if.
046400     if not file-refused
046500        move file-seq-no to PT-LAST-FILE-SEQ-NO
046600        move file-date to PT-LAST-FILE-DATE
046700        move run-date to PT-LAST-RECEIVED-DATE
046800        add 1 to PT-FILE-COUNT
046900        add queued-count to PT-TRAN-COUNT
047000        rewrite PARTNER-CONTROL-RECORD
047100           invalid key
047200              display "mprb05pi: PTNRCTL rewrite failed for "
047300                 file-partner-id ", status "
047400                 ws-control-file-status upon console
047500              move 8 to RETURN-CODE
047600        end-rewrite
047700        perform write-control-total
047800           thru end-write-control-total
047900     end-if.
048000     move spaces to INTAKE-LOG-RECORD.
048100     move run-date to IL-RUN-DATE.
048200     move run-time to IL-RUN-TIME.
048300     move file-partner-id to IL-PARTNER-ID.
048400     move file-date to IL-FILE-DATE.
048500     move file-seq-no to IL-FILE-SEQ-NO.
048600     evaluate true
048700        when file-refused
048800           set IL-REFUSED to true
048900           move refusal-reason to IL-REASON
049000        when queue-failed
049100           set IL-PARTIAL to true
049200           move 'QUEUEING FAILED - DO NOT RESEND' to IL-REASON
049300        when other
049400           set IL-ACCEPTED to true
049500     end-evaluate.
049600     move detail-count to IL-RECORD-COUNT.
049700     move detail-hash to IL-HASH-TOTAL.
049800     move queued-count to IL-QUEUED-COUNT.
049900     move first-seq-no to IL-FIRST-SEQ-NO.
050000     move last-seq-no to IL-LAST-SEQ-NO.
050100     write INTAKE-LOG-RECORD.
050200 end-record-intake.
050300     exit.
050400
050500 write-control-total.
050600     open extend CTL-TOTAL-FILE.
050700     if ws-ctl-file-status not = '00'
050800        display "mprb05pi: unable to open CTLTOTAL, status "
050900           ws-ctl-file-status upon console
051000        display "mprb05pi: mprb05 will report a control total "
051100           "mismatch of " queued-count upon console
051200     else
051300        move queued-count to CTL-TOTAL-RECORD
051400        write CTL-TOTAL-RECORD
051500        close CTL-TOTAL-FILE
051600     end-if.
051700 end-write-control-total.
051800     exit.
051900
052000************************************************************
052100*            FINALISE-INTAKE
052200************************************************************
052300
052400 finalise-intake.
052500     if control-open
052600        close PARTNER-CONTROL-FILE
052700     end-if.
052800     if ws-intake-log-status = '00'
052900        close INTAKE-LOG-FILE
053000     end-if.
053100     if not run-failed
053200        move records-read to display-count
053300        display "mprb05pi: partner " file-partner-id " file seq "
053400           file-seq-no ", " display-count " records read"
053500           upon console
053600        move queued-count to display-count
053700        display "mprb05pi: " display-count
053800           " transactions queued" upon console
053900     end-if.
054000     evaluate true
054100        when run-failed
054200           continue
054300        when queue-failed and queued-count = 0
054400           display "mprb05pi: *** NOTHING QUEUED - "
054500              "RESEND THE FILE ***" upon console
054600           move 8 to RETURN-CODE
054700        when queue-failed
054800           display "mprb05pi: *** FILE ONLY PARTLY QUEUED - "
054900              "DO NOT RESEND ***" upon console
055000           move 8 to RETURN-CODE
055100        when file-refused
055200           display "mprb05pi: *** FILE REFUSED - "
055300              refusal-reason " ***" upon console
055400           if RETURN-CODE < 4
055500              move 4 to RETURN-CODE
055600           end-if
055700     end-evaluate.
055800 end-finalise-intake.
055900     exit.
