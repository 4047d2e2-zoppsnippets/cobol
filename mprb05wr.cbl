000100 CBL  SOURCE XREF
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. 'mprb05wr'.
000400************************************************************
000500*
000600*  Warehoused payment release for mprb05. The PAYMENT
000700*  handler (mprb05p1) keeps every payment keyed with a
000800*  value date later than the business date on WHSEPAY (VSAM
000900*  KSDS keyed by value date, date received and feeder
000950*  sequence number, WHPREC layout) instead of posting it.
001000*  This BMP runs each morning before mprb05 and re-queues
001100*  every waiting payment due on or before the release date
001200*  to mprb05's input through ALTPCB - the way mprb05d and
001300*  mprb05e put messages back - so it posts through the
001400*  normal path, at that day's exchange rate, on its value
001500*  date.
001600*
001700*  The message goes back exactly as keyed, under its own
001800*  sequence number, with the replay marker byte set so
001900*  mprb05's track-sequence-number does not flag it as out of
002000*  order. A released payment is marked 'R' on WHSEPAY with
002100*  the release date; the record stays as the audit of what
002200*  was warehoused. Payments cancelled by a branch supervisor
002300*  (mprb05wl) are 'C' and are passed over. A payment whose
002400*  value date went by without a release (the job did not run
002500*  that day) goes on the next run - nothing is dropped.
002600*
002700*  PARM keyword:  VDATE=yyyymmdd  release date (default
002800*                 today)
002900*
003000*  Ends with return code 8 when WHSEPAY will not open or
003100*  cannot be updated, 4 when a payment could not be
003200*  re-queued - it stays waiting and goes on the next run.
003300*
003400*  Program     mprb05wr
003500*  PSB:        mprb05wr (ALTPCB = mprb05 input)
003600*  Databases:  none
003700*  Access:     WHSEPAY (VSAM, update)
003800*
003900************************************************************
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 SOURCE-COMPUTER.  IBM-370.
004300 OBJECT-COMPUTER.  IBM-370.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT WAREHOUSE-FILE ASSIGN TO WHSEPAY
004700        ORGANIZATION IS INDEXED
004800        ACCESS MODE IS DYNAMIC
004900        RECORD KEY IS WP-KEY
005000        FILE STATUS IS ws-warehouse-file-status.
005100
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  WAREHOUSE-FILE.
005500     COPY WHPREC.
005600
005700 WORKING-STORAGE SECTION.
005800
005900************************************************************
006000*            IMS DECLARATIONS
006100************************************************************
006200
006300 77  ISRT                 PIC X(4) VALUE 'ISRT'.
006400
006500 77  ws-browse-done-sw    pic x value 'n'.
006600     88 ws-browse-done          value 'y'.
006700 77  run-failed-sw        pic x value 'n'.
006800     88 run-failed              value 'y'.
006900 77  warehouse-open-sw    pic x value 'n'.
007000     88 warehouse-open          value 'y'.
007100
007200************************************************************
007300*            COUNTERS AND RUNTIME OPTIONS
007400************************************************************
007500
007600 77  ws-warehouse-file-status pic xx value spaces.
007700
007800 77  release-date         pic 9(8) value 0.
007900 77  read-count           pic 9(7) value 0.
008000 77  released-count       pic 9(7) value 0.
008100 77  failed-count         pic 9(7) value 0.
008200 77  display-count        pic zzz,zzz,zz9.
008300
008400 01  ws-parm-tokens.
008500     02  ws-parm-token    pic x(20) occurs 6 times.
008600 77  ws-parm-idx          pic 9(4) binary value 1.
008700 77  ws-parm-key          pic x(10).
008800 77  ws-parm-val          pic x(10).
008900
009000* RELEASED MESSAGE RE-QUEUED TO MPRB05'S INPUT
009100* (same shape as mprb05's INPUT-MESSAGE)
009200 01  release-message.
009300     03  rm-ll        pic s9(4) comp.
009400     03  rm-zz        pic s9(4) comp.
009500     03  rm-trancode  pic x(8).
009600     03  rm-line1     pic x(80).
009700     03  rm-line1-hdr redefines rm-line1.
009800         05  rm-seq-no       pic x(7).
009900         05  rm-replay-flag  pic x.
010000         05  rm-body         pic x(72).
010100
010200*****************************************************
010300 LINKAGE SECTION.
010400
010500 01  PARM-AREA.
010600     02  PARM-LENGTH      PIC S9(4) COMP.
010700     02  PARM-DATA        PIC X(80).
010800
010900 copy iopcb.
011000
011100 copy iopcb replacing iopcb by altpcb.
011200
011300 PROCEDURE DIVISION USING PARM-AREA IOPCB ALTPCB.
011400*****************************************************
011500 MAIN-RTN.
011600
011700     perform initialise-release
011800        thru end-initialise-release.
011900
012000     if not run-failed
012100        perform start-release-browse
012200           thru end-start-release-browse
012300        perform release-one-payment
012400           thru end-release-one-payment
012500           until ws-browse-done
012600     end-if.
012700
012800     perform finalise-release
012900        thru end-finalise-release.
013000
013100     goback.
013200
013300************************************************************
013400*            INITIALISE-RELEASE
013500************************************************************
013600
013700 initialise-release.
013800     display "COBOL Program mprb05wr execution begins... "
013900        upon console.
014000     accept release-date from date yyyymmdd.
014100     perform parse-parm-area
014200        thru end-parse-parm-area.
014300     open i-o WAREHOUSE-FILE.
014400     if ws-warehouse-file-status not = '00'
014500        display "mprb05wr: unable to open WHSEPAY, status "
014600           ws-warehouse-file-status upon console
014700        set run-failed to true
014800        move 8 to RETURN-CODE
014900     else
015000        set warehouse-open to true
015100        display "mprb05wr: releasing payments due by "
015200           release-date upon console
015300     end-if.
015400 end-initialise-release.
015500     exit.
015600
015700 parse-parm-area.
015800     move spaces to ws-parm-tokens.
015900     if PARM-LENGTH > 0
016000        unstring PARM-DATA (1:PARM-LENGTH) delimited by ','
016100           into ws-parm-token (1) ws-parm-token (2)
016200              ws-parm-token (3) ws-parm-token (4)
016300              ws-parm-token (5) ws-parm-token (6)
016400        end-unstring
016500        perform varying ws-parm-idx from 1 by 1
016600           until ws-parm-idx > 6
016700           if ws-parm-token (ws-parm-idx) not = spaces
016800              perform split-parm-token
016900                 thru end-split-parm-token
017000           end-if
017100        end-perform
017200     end-if.
017300 end-parse-parm-area.
017400     exit.
017500
017600 split-parm-token.
017700     move spaces to ws-parm-key ws-parm-val.
017800     unstring ws-parm-token (ws-parm-idx) delimited by '='
017900        into ws-parm-key ws-parm-val.
018000     evaluate ws-parm-key
018100        when 'VDATE'
018200           move ws-parm-val(1:8) to release-date
018300     end-evaluate.
018400 end-split-parm-token.
018500     exit.
018600
018700************************************************************
018800*            START-RELEASE-BROWSE
018900*    From the front of the file - the key leads with the
019000*    value date, so everything due comes first and the
019100*    browse stops at the first record dated after the
019200*    release date.
019300************************************************************
019400
019500 start-release-browse.
019600     move low-values to WP-KEY.
019700     start WAREHOUSE-FILE
019800        key is not less than WP-KEY
019900        invalid key
020000           set ws-browse-done to true
020100     end-start.
020200 end-start-release-browse.
020300     exit.
020400
020500************************************************************
020600*            RELEASE-ONE-PAYMENT
020700************************************************************
020800
020900 release-one-payment.
021000     read WAREHOUSE-FILE next
021100        at end
021200           set ws-browse-done to true
021300        not at end
021400           add 1 to read-count
021500           evaluate true
021600              when WP-VALUE-DATE > release-date
021700                 set ws-browse-done to true
021800              when WP-IS-WAITING
021900                 perform requeue-payment
022000                    thru end-requeue-payment
022100              when other
022200                 continue
022300           end-evaluate
022400     end-read.
022500*    A read that neither delivered a record nor said at-end is
022600*    an I/O error - stop the browse rather than spin on it.
022700     if ws-warehouse-file-status not = '00'
022800        and ws-warehouse-file-status not = '10'
022900        display "mprb05wr: WHSEPAY read error, status "
023000           ws-warehouse-file-status upon console
023100        move 8 to RETURN-CODE
023200        set ws-browse-done to true
023300     end-if.
023400 end-release-one-payment.
023500     exit.
023600
023700************************************************************
023800*            REQUEUE-PAYMENT
023900*    The ISRT comes first and the record is only marked
024000*    released once IMS has the message; a failed ISRT leaves
024100*    it waiting for the next run. A rewrite that fails after
024200*    a good ISRT is a run failure - the payment has gone and
024300*    WHSEPAY must be put right before the next release, or it
024400*    would go twice.
024500************************************************************
024600
024700 requeue-payment.
024800     move spaces to rm-trancode rm-line1.
024900     move WP-TRANCODE to rm-trancode.
025000     move WP-MESSAGE-LINE to rm-line1.
025100     move WP-SEQ-NO to rm-seq-no.
025200     move 'R' to rm-replay-flag.
025300     move length of release-message to rm-ll.
025400     move zero to rm-zz.
025500     call 'CBLTDLI' using ISRT ALTPCB release-message.
025600     if pcb-status-code of altpcb not = spaces
025700        display "mprb05wr: error on release isrt for "
025800           WP-SEQ-NO " value date " WP-VALUE-DATE upon console
025900        display altpcb upon console
026000        add 1 to failed-count
026100     else
026200        set WP-IS-RELEASED to true
026300        move release-date to WP-ACTION-DATE
026400        move 'MPRB05WR' to WP-ACTION-USER
026500        rewrite WAREHOUSED-PAYMENT-RECORD
026600           invalid key
026700              display "mprb05wr: WHSEPAY rewrite failed for "
026800                 WP-SEQ-NO " value date " WP-VALUE-DATE
026900                 upon console
027000              set run-failed to true
027100              set ws-browse-done to true
027200        end-rewrite
027300        add 1 to released-count
027400     end-if.
027500 end-requeue-payment.
027600     exit.
027700
027800************************************************************
027900*            FINALISE-RELEASE
028000************************************************************
028100
028200 finalise-release.
028300     if warehouse-open
028400        close WAREHOUSE-FILE
028500     end-if.
028600     move read-count to display-count.
028700     display "mprb05wr: " display-count " WHSEPAY records read"
028800        upon console.
028900     move released-count to display-count.
029000     display "mprb05wr: " display-count
029100        " payments released to mprb05" upon console.
029200     if run-failed
029300        move 8 to RETURN-CODE
029400     end-if.
029500     if failed-count > 0
029600        and RETURN-CODE < 4
029700        move failed-count to display-count
029800        display "mprb05wr: *** " display-count
029900           " PAYMENTS NOT RE-QUEUED - LEFT WAITING ***"
030000           upon console
030100        move 4 to RETURN-CODE
030200     end-if.
030300 end-finalise-release.
030400     exit.
