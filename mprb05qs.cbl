000100 CBL  SOURCE XREF
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. 'mprb05qs'.
000400************************************************************
000500*
000600*  Submitter data-quality scorecard, monthly. Puts a fault
000700*  rate on every submitting user: the month's content
000800*  rejects (REJECTS, by RJ-USERID) and duplicate-payment
000900*  suspensions (PAYSUSP, by PS-USERID) over the messages the
001000*  user submitted - the origin ('U') volume on the statistics
001100*  history master plus the messages refused at validation
001200*  (reject codes 01-04), which the origin statistics never
001300*  count. Each user is compared with the month before.
001400*
001500*  Users over the THRESH rate are listed first, highest rate
001600*  first, then the rest; each user's line names the three
001700*  most frequent reason codes, with a line per reason code
001800*  (count and rate against the prior month) and a line per
001900*  LTERM the user submitted from (RJ-LTERM against the 'U'
002000*  record's LTERM) under it - the branch or feeder behind
002100*  the faults. Users with faults but no volume on record
002200*  (the MQ transport carries no user ID) close the list.
002300*
002400*  Not scored, counted in the totals only:
002500*    - reject codes 20, 21 and 22 - a supervisor's release,
002600*      a handler abend, a held trancode - which say nothing
002700*      about the submitter's data;
002800*    - ADDRCHG parked on ADRSUSP while the accessor was down;
002900*    - dead letters (DEADLET) - a transport failure, and the
003000*      record carries no submitter.
003100*
003200*  PARM keywords: MONTH=yyyymm  month scored (default: the
003300*                 month before the run date, for the run
003400*                 scheduled on the first of the month)
003500*                 THRESH=nn.n  fault rate, in percent, over
003600*                 which a user is listed first (05.0)
003700*
003800*  HISTIN is the history master mprb05w keeps, so the run
003900*  follows the first weekly consolidation after month end;
004000*  REJIN is every REJECTS generation still catalogued (the
004100*  GDG base), enough to cover the month and the one before.
004200*
004300*  Ends with return code 8 when HISTIN, REJIN or SCORECRD
004400*  will not open or the PARM is not valid; 4 when SUSPIN,
004500*  ASUSPIN or DEADIN would not open (left out of the scores
004600*  or totals) or a table overflowed.
004700*
004800*  Program     mprb05qs
004900*  PSB:        none - batch sequential report, no IMS calls
005000*  Databases:  none
005100*  Access:     HISTIN, REJIN, SUSPIN, ASUSPIN, DEADIN (in),
005200*              SCORECRD (out)
005300*
005400************************************************************
005500 ENVIRONMENT DIVISION.
005600 CONFIGURATION SECTION.
005700 SOURCE-COMPUTER.  IBM-370.
005800 OBJECT-COMPUTER.  IBM-370.
005900 INPUT-OUTPUT SECTION.
006000 FILE-CONTROL.
006100     SELECT HIST-IN-FILE ASSIGN TO HISTIN
006200        ORGANIZATION IS SEQUENTIAL
006300        FILE STATUS IS ws-hist-in-status.
006400     SELECT REJECT-IN-FILE ASSIGN TO REJIN
006500        ORGANIZATION IS SEQUENTIAL
006600        FILE STATUS IS ws-reject-in-status.
006700     SELECT SUSPENSE-IN-FILE ASSIGN TO SUSPIN
006800        ORGANIZATION IS SEQUENTIAL
006900        FILE STATUS IS ws-suspense-in-status.
007000     SELECT ADDR-SUSP-IN-FILE ASSIGN TO ASUSPIN
007100        ORGANIZATION IS SEQUENTIAL
007200        FILE STATUS IS ws-addr-susp-in-status.
007300     SELECT DEAD-IN-FILE ASSIGN TO DEADIN
007400        ORGANIZATION IS SEQUENTIAL
007500        FILE STATUS IS ws-dead-in-status.
007600     SELECT REPORT-FILE ASSIGN TO SCORECRD
007700        ORGANIZATION IS SEQUENTIAL
007800        FILE STATUS IS ws-report-status.
007900
008000 DATA DIVISION.
008100 FILE SECTION.
008200 FD  HIST-IN-FILE
008300     RECORDING MODE IS F.
008400     COPY STATREC.
008500
008600 FD  REJECT-IN-FILE
008700     RECORDING MODE IS F.
008800     COPY REJREC.
008900
009000 FD  SUSPENSE-IN-FILE
009100     RECORDING MODE IS F.
009200     COPY PAYSREC.
009300
009400 FD  ADDR-SUSP-IN-FILE
009500     RECORDING MODE IS F.
009600     COPY ADRSREC.
009700
009800 FD  DEAD-IN-FILE
009900     RECORDING MODE IS F.
010000     COPY DEADLREC.
010100
010200 FD  REPORT-FILE
010300     RECORDING MODE IS F.
010400 01  REPORT-LINE              PIC X(132).
010500
010600 WORKING-STORAGE SECTION.
010700
010800 77  ws-hist-in-status     pic xx value spaces.
010900 77  ws-reject-in-status   pic xx value spaces.
011000 77  ws-suspense-in-status pic xx value spaces.
011100 77  ws-addr-susp-in-status pic xx value spaces.
011200 77  ws-dead-in-status     pic xx value spaces.
011300 77  ws-report-status      pic xx value spaces.
011400 77  end-of-input-sw       pic x value 'n'.
011500     88 end-of-input             value 'y'.
011600 77  score-fatal-sw        pic x value 'n'.
011700     88 score-fatal              value 'y'.
011800 77  score-warning-sw      pic x value 'n'.
011900     88 score-warning            value 'y'.
012000
012100 77  score-month           pic x(6) value spaces.
012200 77  prior-month           pic x(6) value spaces.
012300 01  ws-today.
012400     02  ws-today-yyyy     pic 9(4).
012500     02  ws-today-mm       pic 9(2).
012600     02  ws-today-dd       pic 9(2).
012700 01  ws-default-month.
012800     02  ws-default-yyyy   pic 9(4).
012900     02  ws-default-mm     pic 9(2).
013000 01  ws-prior-month.
013100     02  ws-prior-yyyy     pic 9(4).
013200     02  ws-prior-mm       pic 9(2).
013300*    Every dated record is judged on its month through here -
013400*    the date fields are numeric on some layouts, not others.
013500 01  ws-record-date        pic 9(8) value 0.
013600 01  ws-record-date-x redefines ws-record-date.
013700     02  ws-record-month   pic x(6).
013800     02  filler            pic x(2).
013900 77  record-period-sw      pic x value ' '.
014000     88 record-in-month          value 'M'.
014100     88 record-in-prior          value 'P'.
014200
014300*    THRESH=nn.n arrives as text and is taken apart here.
014400 77  reject-threshold      pic 9(3)v9 value 5.0.
014500 01  ws-thresh-text        pic x(4) value spaces.
014600 01  ws-thresh-parts redefines ws-thresh-text.
014700     02  ws-thresh-whole   pic 9(2).
014800     02  ws-thresh-point   pic x(1).
014900     02  ws-thresh-tenth   pic 9(1).
015000
015100 01  ws-parm-tokens.
015200     02  ws-parm-token    pic x(20) occurs 6 times.
015300 77  ws-parm-idx          pic 9(4) binary value 1.
015400 77  ws-parm-key          pic x(10).
015500 77  ws-parm-val          pic x(10).
015600
015700************************************************************
015800*            TOTALS
015900************************************************************
016000
016100 77  hist-read-count       pic 9(9) value 0.
016200 77  reject-read-count     pic 9(9) value 0.
016300 77  total-submitted       pic 9(11) value 0.
016400 77  total-rejects         pic 9(9) value 0.
016500 77  total-suspends        pic 9(9) value 0.
016600 77  unscored-reject-count pic 9(9) value 0.
016700 77  parked-count          pic 9(9) value 0.
016800 77  dead-letter-count     pic 9(9) value 0.
016900 77  unrated-fault-count   pic 9(9) value 0.
017000 77  over-count            pic 9(7) value 0.
017100 77  overflow-count        pic 9(7) value 0.
017200 77  total-rate            pic 9(3)v99 value 0.
017300 77  display-count         pic zzz,zzz,zz9.
017400 77  display-big-count     pic z,zzz,zzz,zz9.
017500 77  display-rate          pic zz9.99.
017600 77  display-thresh        pic z9.9.
017700
017800************************************************************
017900*            SUBMITTER TABLE
018000*    One slot per user ID seen in the month scored or the
018100*    month before. Submitted = origin volume + validation
018200*    refusals (codes 01-04); faults = scored rejects (the
018300*    refusals among them) + suspensions.
018400************************************************************
018500
018600 77  su-entry-count       pic 9(4) binary value 0.
018700 77  su-max-entries       pic 9(4) binary value 500.
018800 77  su-found-sw          pic x value 'n'.
018900     88 su-found                 value 'y'.
019000 77  su-sub               pic 9(4) binary value 0.
019100 77  su-best              pic 9(4) binary value 0.
019200 77  hold-userid          pic x(8) value spaces.
019300 01  su-table.
019400     02  su-entry occurs 1 to 500 times
019500           depending on su-entry-count
019600           indexed by su-ix.
019700         03  su-userid        pic x(8).
019800         03  su-volume        pic 9(9).
019900         03  su-refused       pic 9(7).
020000         03  su-rejects       pic 9(7).
020100         03  su-suspends      pic 9(7).
020200         03  su-prev-volume   pic 9(9).
020300         03  su-prev-refused  pic 9(7).
020400         03  su-prev-rejects  pic 9(7).
020500         03  su-prev-suspends pic 9(7).
020600         03  su-submitted     pic 9(9).
020700         03  su-prev-submitted pic 9(9).
020800         03  su-rate          pic 9(3)v99.
020900         03  su-prev-rate     pic 9(3)v99.
021000         03  su-group         pic x.
021100             88 su-over              value 'O'.
021200             88 su-within            value 'W'.
021300             88 su-unrated           value 'U'.
021400             88 su-not-listed        value ' '.
021500         03  su-printed-sw    pic x.
021600             88 su-printed           value 'y'.
021700
021800************************************************************
021900*            USER/LTERM TABLE
022000*    The month scored only - where each user's faults came in.
022100************************************************************
022200
022300 77  ul-entry-count       pic 9(4) binary value 0.
022400 77  ul-max-entries       pic 9(4) binary value 1000.
022500 77  ul-found-sw          pic x value 'n'.
022600     88 ul-found                 value 'y'.
022700 77  hold-lterm           pic x(8) value spaces.
022800 77  ul-submitted         pic 9(9) value 0.
022900 77  ul-rate              pic 9(3)v99 value 0.
023000 01  ul-table.
023100     02  ul-entry occurs 1 to 1000 times
023200           depending on ul-entry-count
023300           indexed by ul-ix.
023400         03  ul-userid        pic x(8).
023500         03  ul-lterm         pic x(8).
023600         03  ul-volume        pic 9(9).
023700         03  ul-refused       pic 9(7).
023800         03  ul-rejects       pic 9(7).
023900
024000************************************************************
024100*            USER/REASON TABLE
024200************************************************************
024300
024400 77  ur-entry-count       pic 9(4) binary value 0.
024500 77  ur-max-entries       pic 9(4) binary value 2000.
024600 77  ur-found-sw          pic x value 'n'.
024700     88 ur-found                 value 'y'.
024800 77  ur-best              pic 9(4) binary value 0.
024900 77  ur-rate              pic 9(3)v99 value 0.
025000 77  ur-prev-rate         pic 9(3)v99 value 0.
025100 01  ur-table.
025200     02  ur-entry occurs 1 to 2000 times
025300           depending on ur-entry-count
025400           indexed by ur-ix.
025500         03  ur-userid        pic x(8).
025600         03  ur-reason        pic x(2).
025700         03  ur-count         pic 9(7).
025800         03  ur-prev-count    pic 9(7).
025900         03  ur-taken-sw      pic x.
026000             88 ur-taken             value 'y'.
026100
026200*    One user's reasons, most frequent first - the first three
026300*    go on the user's line, all of them under it.
026400 77  ro-count             pic 9(4) binary value 0.
026500 77  ro-max-entries       pic 9(4) binary value 60.
026600 77  ro-idx               pic 9(4) binary value 0.
026700 77  ro-more-sw           pic x value 'n'.
026800     88 ro-more                  value 'y'.
026900 01  ro-table.
027000     02  ro-entry         pic 9(4) binary occurs 60 times.
027100
027200************************************************************
027300*            REPORT LINES
027400************************************************************
027500
027600 77  list-group           pic x value 'O'.
027700 77  list-more-sw         pic x value 'n'.
027800     88 list-more                value 'y'.
027900 77  rate-change          pic s9(3)v99 value 0.
028000
028100 01  heading-line.
028200     02  filler           pic x(2) value spaces.
028300     02  filler           pic x(8) value 'USER ID'.
028400     02  filler           pic x(2) value spaces.
028500     02  filler           pic x(11) value '  SUBMITTED'.
028600     02  filler           pic x(2) value spaces.
028700     02  filler           pic x(7) value 'REJECTS'.
028800     02  filler           pic x(2) value spaces.
028900     02  filler           pic x(7) value 'SUSPNDS'.
029000     02  filler           pic x(2) value spaces.
029100     02  filler           pic x(6) value 'RATE %'.
029200     02  filler           pic x(2) value spaces.
029300     02  filler           pic x(6) value 'PRIOR%'.
029400     02  filler           pic x(2) value spaces.
029500     02  filler           pic x(7) value ' CHANGE'.
029600     02  filler           pic x(2) value spaces.
029700     02  filler           pic x(30)
029800            value 'TOP REASONS (CODE COUNT)'.
029900
030000 01  submitter-line.
030100     02  sb-flag          pic x(1).
030200     02  filler           pic x(1) value spaces.
030300     02  sb-userid        pic x(8).
030400     02  filler           pic x(2) value spaces.
030500     02  sb-submitted     pic zzz,zzz,zz9.
030600     02  filler           pic x(2) value spaces.
030700     02  sb-rejects       pic zzz,zz9.
030800     02  filler           pic x(2) value spaces.
030900     02  sb-suspends      pic zzz,zz9.
031000     02  filler           pic x(2) value spaces.
031100     02  sb-rate          pic zz9.99.
031200     02  sb-rate-x redefines sb-rate
031300                          pic x(6).
031400     02  filler           pic x(2) value spaces.
031500     02  sb-prior         pic zz9.99.
031600     02  sb-prior-x redefines sb-prior
031700                          pic x(6).
031800     02  filler           pic x(2) value spaces.
031900     02  sb-change        pic +++9.99.
032000     02  sb-change-x redefines sb-change
032100                          pic x(7).
032200     02  filler           pic x(2) value spaces.
032300     02  sb-top occurs 3 times.
032400         03  sb-top-code  pic x(2).
032500         03  filler       pic x(1) value spaces.
032600         03  sb-top-count pic zzzz9.
032700         03  filler       pic x(2) value spaces.
032800
032900 01  reason-line.
033000     02  filler           pic x(12) value spaces.
033100     02  filler           pic x(7) value 'REASON '.
033200     02  rl-reason        pic x(2).
033300     02  filler           pic x(2) value spaces.
033400     02  rl-count         pic zzz,zz9.
033500     02  filler           pic x(2) value spaces.
033600     02  rl-rate          pic zz9.99.
033700     02  rl-rate-x redefines rl-rate
033800                          pic x(6).
033900     02  filler           pic x(9) value '   PRIOR '.
034000     02  rl-prev-count    pic zzz,zz9.
034100     02  filler           pic x(2) value spaces.
034200     02  rl-prev-rate     pic zz9.99.
034300     02  rl-prev-rate-x redefines rl-prev-rate
034400                          pic x(6).
034500
034600 01  lterm-line.
034700     02  filler           pic x(12) value spaces.
034800     02  filler           pic x(6) value 'LTERM '.
034900     02  ll-lterm         pic x(8).
035000     02  filler           pic x(2) value spaces.
035100     02  ll-submitted     pic zzz,zzz,zz9.
035200     02  filler           pic x(2) value spaces.
035300     02  ll-rejects       pic zzz,zz9.
035400     02  filler           pic x(2) value spaces.
035500     02  ll-rate          pic zz9.99.
035600     02  ll-rate-x redefines ll-rate
035700                          pic x(6).
035800
035900*****************************************************
036000 LINKAGE SECTION.
036100
036200 01  PARM-AREA.
036300     02  PARM-LENGTH      PIC S9(4) COMP.
036400     02  PARM-DATA        PIC X(80).
036500
036600 PROCEDURE DIVISION USING PARM-AREA.
036700*****************************************************
036800 MAIN-RTN.
036900
037000     perform initialise-scorecard
037100        thru end-initialise-scorecard.
037200
037300     if not score-fatal
037400        perform load-origin-volume
037500           thru end-load-origin-volume
037600        perform load-rejects
037700           thru end-load-rejects
037800        perform load-payment-suspense
037900           thru end-load-payment-suspense
038000        perform count-parked-addrchg
038100           thru end-count-parked-addrchg
038200        perform count-dead-letters
038300           thru end-count-dead-letters
038400        perform rate-submitters
038500           thru end-rate-submitters
038600        perform print-scorecard
038700           thru end-print-scorecard
038800        perform print-totals
038900           thru end-print-totals
039000     end-if.
039100
039200     perform finalise-scorecard
039300        thru end-finalise-scorecard.
039400
039500     goback.
039600
039700************************************************************
039800*            INITIALISE-SCORECARD
039900*    The months are settled before anything is read: the
040000*    month scored and the one before it, for the trend.
040100************************************************************
040200
040300 initialise-scorecard.
040400     display "COBOL Program mprb05qs execution begins... "
040500        upon console.
040600     accept ws-today from date yyyymmdd.
040700     move ws-today-yyyy to ws-default-yyyy.
040800     if ws-today-mm = 1
040900        subtract 1 from ws-default-yyyy
041000        move 12 to ws-default-mm
041100     else
041200        compute ws-default-mm = ws-today-mm - 1
041300     end-if.
041400     move ws-default-month to score-month.
041500     perform parse-parm-area
041600        thru end-parse-parm-area.
041700     if score-month not numeric
041800        or score-month (5:2) < '01' or score-month (5:2) > '12'
041900        display "mprb05qs: *** MONTH= NOT yyyymm - RUN "
042000           "ABORTED ***" upon console
042100        set score-fatal to true
042200        move 8 to RETURN-CODE
042300     end-if.
042400     if not score-fatal
042500        move score-month to ws-prior-month
042600        if ws-prior-mm = 1
042700           subtract 1 from ws-prior-yyyy
042800           move 12 to ws-prior-mm
042900        else
043000           subtract 1 from ws-prior-mm
043100        end-if
043200        move ws-prior-month to prior-month
043300        perform open-required-files
043400           thru end-open-required-files
043500     end-if.
043600 end-initialise-scorecard.
043700     exit.
043800
043900 parse-parm-area.
044000     move spaces to ws-parm-tokens.
044100     if PARM-LENGTH > 0
044200        unstring PARM-DATA (1:PARM-LENGTH) delimited by ','
044300           into ws-parm-token (1) ws-parm-token (2)
044400              ws-parm-token (3) ws-parm-token (4)
044500              ws-parm-token (5) ws-parm-token (6)
044600        end-unstring
044700        perform varying ws-parm-idx from 1 by 1
044800           until ws-parm-idx > 6
044900           if ws-parm-token (ws-parm-idx) not = spaces
045000              perform split-parm-token
045100                 thru end-split-parm-token
045200           end-if
045300        end-perform
045400     end-if.
045500 end-parse-parm-area.
045600     exit.
045700
045800 split-parm-token.
045900     move spaces to ws-parm-key ws-parm-val.
046000     unstring ws-parm-token (ws-parm-idx) delimited by '='
046100        into ws-parm-key ws-parm-val.
046200     evaluate ws-parm-key
046300        when 'MONTH'
046400           move ws-parm-val (1:6) to score-month
046500        when 'THRESH'
046600           move ws-parm-val (1:4) to ws-thresh-text
046700           if ws-thresh-whole numeric
046800              and ws-thresh-point = '.'
046900              and ws-thresh-tenth numeric
047000              compute reject-threshold =
047100                 ws-thresh-whole + ws-thresh-tenth / 10
047200           else
047300              display "mprb05qs: *** THRESH= NOT nn.n - RUN "
047400                 "ABORTED ***" upon console
047500              set score-fatal to true
047600              move 8 to RETURN-CODE
047700           end-if
047800     end-evaluate.
047900 end-split-parm-token.
048000     exit.
048100
048200*    Without the volume there is no rate, and without the
048300*    rejects every rate would read zero and look like a clean
048400*    month - either one missing stops the run with 8.
048500 open-required-files.
048600     open input HIST-IN-FILE.
048700     if ws-hist-in-status not = '00'
048800        display "mprb05qs: *** CANNOT READ HISTIN, STATUS "
048900           ws-hist-in-status " - RUN ABORTED ***" upon console
049000        set score-fatal to true
049100        move 8 to RETURN-CODE
049200     end-if.
049300     open input REJECT-IN-FILE.
049400     if ws-reject-in-status not = '00'
049500        display "mprb05qs: *** CANNOT READ REJIN, STATUS "
049600           ws-reject-in-status " - RUN ABORTED ***" upon console
049700        set score-fatal to true
049800        move 8 to RETURN-CODE
049900     end-if.
050000     open output REPORT-FILE.
050100     if ws-report-status not = '00'
050200        display "mprb05qs: *** CANNOT OPEN SCORECRD, STATUS "
050300           ws-report-status " - RUN ABORTED ***" upon console
050400        set score-fatal to true
050500        move 8 to RETURN-CODE
050600     end-if.
050700 end-open-required-files.
050800     exit.
050900
051000************************************************************
051100*            LOAD-ORIGIN-VOLUME
051200*    'U' records carry the user ID in SR-TRANCODE and the
051300*    LTERM in SR-ORIGIN-LTERM. The 'B' records break the same
051400*    volume down by trancode and would count it twice.
051500************************************************************
051600
051700 load-origin-volume.
051800     move 'n' to end-of-input-sw.
051900     perform read-one-origin
052000        thru end-read-one-origin
052100        until end-of-input.
052200     close HIST-IN-FILE.
052300 end-load-origin-volume.
052400     exit.
052500
052600 read-one-origin.
052700     read HIST-IN-FILE
052800        at end
052900           set end-of-input to true
053000        not at end
053100           add 1 to hist-read-count
053200           if SR-IS-ORIGIN
053300              move SR-TRANCODE to hold-userid
053400              evaluate SR-RUN-DATE (1:6)
053500                 when score-month
053600                    perform find-submitter
053700                       thru end-find-submitter
053800                    if su-found
053900                       add SR-COUNT to su-volume (su-sub)
054000                    end-if
054100                    move SR-ORIGIN-LTERM to hold-lterm
054200                    perform find-user-lterm
054300                       thru end-find-user-lterm
054400                    if ul-found
054500                       add SR-COUNT to ul-volume (ul-ix)
054600                    end-if
054700                 when prior-month
054800                    perform find-submitter
054900                       thru end-find-submitter
055000                    if su-found
055100                       add SR-COUNT to su-prev-volume (su-sub)
055200                    end-if
055300              end-evaluate
055400           end-if
055500     end-read.
055600 end-read-one-origin.
055700     exit.
055800
055900************************************************************
056000*            LOAD-REJECTS
056100*    Codes 20-22 are counted and passed over. 01-04 were
056200*    refused at validation, before the origin count, so they
056300*    go on the submitted side as well as the fault side.
056400************************************************************
056500
056600 load-rejects.
056700     move 'n' to end-of-input-sw.
056800     perform read-one-reject
056900        thru end-read-one-reject
057000        until end-of-input.
057100     close REJECT-IN-FILE.
057200 end-load-rejects.
057300     exit.
057400
057500 read-one-reject.
057600     read REJECT-IN-FILE
057700        at end
057800           set end-of-input to true
057900        not at end
058000           add 1 to reject-read-count
058100           move RJ-DATE to ws-record-date
058200           perform set-record-period
058300              thru end-set-record-period
058400           if record-in-month or record-in-prior
058500              if RJ-REASON-CODE = '20' or '21' or '22'
058600                 if record-in-month
058700                    add 1 to unscored-reject-count
058800                 end-if
058900              else
059000                 perform score-one-reject
059100                    thru end-score-one-reject
059200              end-if
059300           end-if
059400     end-read.
059500 end-read-one-reject.
059600     exit.
059700
059800 score-one-reject.
059900     move RJ-USERID to hold-userid.
060000     perform find-submitter
060100        thru end-find-submitter.
060200     perform find-user-reason
060300        thru end-find-user-reason.
060400     if record-in-month
060500        if su-found
060600           add 1 to su-rejects (su-sub)
060700           if RJ-REASON-CODE >= '01' and RJ-REASON-CODE <= '04'
060800              add 1 to su-refused (su-sub)
060900           end-if
061000        end-if
061100        if ur-found
061200           add 1 to ur-count (ur-ix)
061300        end-if
061400        move RJ-LTERM to hold-lterm
061500        perform find-user-lterm
061600           thru end-find-user-lterm
061700        if ul-found
061800           add 1 to ul-rejects (ul-ix)
061900           if RJ-REASON-CODE >= '01' and RJ-REASON-CODE <= '04'
062000              add 1 to ul-refused (ul-ix)
062100           end-if
062200        end-if
062300     else
062400        if su-found
062500           add 1 to su-prev-rejects (su-sub)
062600           if RJ-REASON-CODE >= '01' and RJ-REASON-CODE <= '04'
062700              add 1 to su-prev-refused (su-sub)
062800           end-if
062900        end-if
063000        if ur-found
063100           add 1 to ur-prev-count (ur-ix)
063200        end-if
063300     end-if.
063400 end-score-one-reject.
063500     exit.
063600
063700************************************************************
063800*            LOAD-PAYMENT-SUSPENSE
063900*    A duplicate suspect is a payment the submitter sent
064000*    twice - a fault against them. PAYSUSP carries the user
064100*    but not the LTERM, so it scores the user's line only.
064200************************************************************
064300
064400 load-payment-suspense.
064500     open input SUSPENSE-IN-FILE.
064600     if ws-suspense-in-status not = '00'
064700        display "mprb05qs: unable to open SUSPIN, status "
064800           ws-suspense-in-status " - suspensions not scored"
064900           upon console
065000        set score-warning to true
065100     else
065200        move 'n' to end-of-input-sw
065300        perform read-one-suspense
065400           thru end-read-one-suspense
065500           until end-of-input
065600        close SUSPENSE-IN-FILE
065700     end-if.
065800 end-load-payment-suspense.
065900     exit.
066000
066100 read-one-suspense.
066200     read SUSPENSE-IN-FILE
066300        at end
066400           set end-of-input to true
066500        not at end
066600           move PS-DATE to ws-record-date
066700           perform set-record-period
066800              thru end-set-record-period
066900           if record-in-month or record-in-prior
067000              move PS-USERID to hold-userid
067100              perform find-submitter
067200                 thru end-find-submitter
067300              if su-found and record-in-month
067400                 add 1 to su-suspends (su-sub)
067500              end-if
067600              if su-found and record-in-prior
067700                 add 1 to su-prev-suspends (su-sub)
067800              end-if
067900           end-if
068000     end-read.
068100 end-read-one-suspense.
068200     exit.
068300
068400************************************************************
068500*            COUNT-PARKED-ADDRCHG / COUNT-DEAD-LETTERS
068600*    Totals only - see the program header.
068700************************************************************
068800
068900 count-parked-addrchg.
069000     open input ADDR-SUSP-IN-FILE.
069100     if ws-addr-susp-in-status not = '00'
069200        display "mprb05qs: unable to open ASUSPIN, status "
069300           ws-addr-susp-in-status upon console
069400        set score-warning to true
069500     else
069600        move 'n' to end-of-input-sw
069700        perform read-one-parked
069800           thru end-read-one-parked
069900           until end-of-input
070000        close ADDR-SUSP-IN-FILE
070100     end-if.
070200 end-count-parked-addrchg.
070300     exit.
070400
070500 read-one-parked.
070600     read ADDR-SUSP-IN-FILE
070700        at end
070800           set end-of-input to true
070900        not at end
071000           move AS-DATE to ws-record-date
071100           perform set-record-period
071200              thru end-set-record-period
071300           if record-in-month
071400              add 1 to parked-count
071500           end-if
071600     end-read.
071700 end-read-one-parked.
071800     exit.
071900
072000 count-dead-letters.
072100     open input DEAD-IN-FILE.
072200     if ws-dead-in-status not = '00'
072300        display "mprb05qs: unable to open DEADIN, status "
072400           ws-dead-in-status upon console
072500        set score-warning to true
072600     else
072700        move 'n' to end-of-input-sw
072800        perform read-one-dead-letter
072900           thru end-read-one-dead-letter
073000           until end-of-input
073100        close DEAD-IN-FILE
073200     end-if.
073300 end-count-dead-letters.
073400     exit.
073500
073600 read-one-dead-letter.
073700     read DEAD-IN-FILE
073800        at end
073900           set end-of-input to true
074000        not at end
074100           move DL-DATE to ws-record-date
074200           perform set-record-period
074300              thru end-set-record-period
074400           if record-in-month
074500              add 1 to dead-letter-count
074600           end-if
074700     end-read.
074800 end-read-one-dead-letter.
074900     exit.
075000
075100 set-record-period.
075200     move ' ' to record-period-sw.
075300     if ws-record-month = score-month
075400        set record-in-month to true
075500     end-if.
075600     if ws-record-month = prior-month
075700        set record-in-prior to true
075800     end-if.
075900 end-set-record-period.
076000     exit.
076100
076200************************************************************
076300*            TABLE LOOKUPS
076400*    Find the slot for the key in hold-userid (and hold-lterm
076500*    or RJ-REASON-CODE), adding it when there is room. A full
076600*    table drops the record from the scores and is counted -
076700*    the run then ends with 4.
076800************************************************************
076900
077000 find-submitter.
077100     move 'n' to su-found-sw.
077200     perform varying su-ix from 1 by 1
077300        until su-ix > su-entry-count or su-found
077400        if su-userid (su-ix) = hold-userid
077500           set su-found to true
077600           set su-sub to su-ix
077700        end-if
077800     end-perform.
077900     if not su-found
078000        if su-entry-count < su-max-entries
078100           add 1 to su-entry-count
078200           move su-entry-count to su-sub
078300           initialize su-entry (su-sub)
078400           move hold-userid to su-userid (su-sub)
078500           set su-found to true
078600        else
078700           add 1 to overflow-count
078800        end-if
078900     end-if.
079000 end-find-submitter.
079100     exit.
079200
079300 find-user-lterm.
079400     move 'n' to ul-found-sw.
079500     perform varying ul-ix from 1 by 1
079600        until ul-ix > ul-entry-count or ul-found
079700        if ul-userid (ul-ix) = hold-userid
079800           and ul-lterm (ul-ix) = hold-lterm
079900           set ul-found to true
080000        end-if
080100     end-perform.
080200     if ul-found
080300        set ul-ix down by 1
080400     else
080500        if ul-entry-count < ul-max-entries
080600           add 1 to ul-entry-count
080700           set ul-ix to ul-entry-count
080800           initialize ul-entry (ul-ix)
080900           move hold-userid to ul-userid (ul-ix)
081000           move hold-lterm to ul-lterm (ul-ix)
081100           set ul-found to true
081200        else
081300           add 1 to overflow-count
081400        end-if
081500     end-if.
081600 end-find-user-lterm.
081700     exit.
081800
081900 find-user-reason.
082000     move 'n' to ur-found-sw.
082100     perform varying ur-ix from 1 by 1
082200        until ur-ix > ur-entry-count or ur-found
082300        if ur-userid (ur-ix) = hold-userid
082400           and ur-reason (ur-ix) = RJ-REASON-CODE
082500           set ur-found to true
082600        end-if
082700     end-perform.
082800     if ur-found
082900        set ur-ix down by 1
083000     else
083100        if ur-entry-count < ur-max-entries
083200           add 1 to ur-entry-count
083300           set ur-ix to ur-entry-count
083400           initialize ur-entry (ur-ix)
083500           move hold-userid to ur-userid (ur-ix)
083600           move RJ-REASON-CODE to ur-reason (ur-ix)
083700           set ur-found to true
083800        else
083900           add 1 to overflow-count
084000        end-if
084100     end-if.
084200 end-find-user-reason.
084300     exit.
084400
084500************************************************************
084600*            RATE-SUBMITTERS
084700*    Fault rate = (rejects + suspensions) * 100 / submitted,
084800*    both months. A user with nothing submitted this month
084900*    and nothing against them is not listed; one with faults
085000*    but no origin volume on record - refusals alone are no
085100*    base to rate on - cannot be rated and is listed last.
085200************************************************************
085300
085400 rate-submitters.
085500     perform rate-one-submitter
085600        thru end-rate-one-submitter
085700        varying su-ix from 1 by 1
085800        until su-ix > su-entry-count.
085900     if total-submitted > 0
086000        compute total-rate rounded =
086100           (total-rejects + total-suspends) * 100
086200           / total-submitted
086300           on size error
086400              move 999.99 to total-rate
086500        end-compute
086600     end-if.
086700 end-rate-submitters.
086800     exit.
086900
087000 rate-one-submitter.
087100     compute su-submitted (su-ix) =
087200        su-volume (su-ix) + su-refused (su-ix).
087300     compute su-prev-submitted (su-ix) =
087400        su-prev-volume (su-ix) + su-prev-refused (su-ix).
087500     if su-prev-submitted (su-ix) > 0
087600        compute su-prev-rate (su-ix) rounded =
087700           (su-prev-rejects (su-ix) + su-prev-suspends (su-ix))
087800           * 100 / su-prev-submitted (su-ix)
087900           on size error
088000              move 999.99 to su-prev-rate (su-ix)
088100        end-compute
088200     end-if.
088300     evaluate true
088400        when su-volume (su-ix) > 0
088500           compute su-rate (su-ix) rounded =
088600              (su-rejects (su-ix) + su-suspends (su-ix))
088700              * 100 / su-submitted (su-ix)
088800              on size error
088900                 move 999.99 to su-rate (su-ix)
089000           end-compute
089100           if su-rate (su-ix) > reject-threshold
089200              set su-over (su-ix) to true
089300              add 1 to over-count
089400           else
089500              set su-within (su-ix) to true
089600           end-if
089700        when su-rejects (su-ix) > 0 or su-suspends (su-ix) > 0
089800           set su-unrated (su-ix) to true
089900        when other
090000           set su-not-listed (su-ix) to true
090100     end-evaluate.
090200     if su-over (su-ix) or su-within (su-ix)
090300        add su-submitted (su-ix) to total-submitted
090400        add su-rejects (su-ix) to total-rejects
090500        add su-suspends (su-ix) to total-suspends
090600     end-if.
090700     if su-unrated (su-ix)
090800        add su-rejects (su-ix) to unrated-fault-count
090900        add su-suspends (su-ix) to unrated-fault-count
091000     end-if.
091100 end-rate-one-submitter.
091200     exit.
091300
091400************************************************************
091500*            PRINT-SCORECARD
091600*    Three groups - over the threshold, within it, unrated -
091700*    each highest rate first (unrated: most faults first).
091800************************************************************
091900
092000 print-scorecard.
092100     move spaces to REPORT-LINE.
092200     move reject-threshold to display-thresh.
092300     string 'MPRB05 SUBMITTER DATA-QUALITY SCORECARD  MONTH '
092400        delimited by size
092500        score-month delimited by size
092600        '  PRIOR MONTH ' delimited by size
092700        prior-month delimited by size
092800        '  THRESHOLD ' delimited by size
092900        display-thresh delimited by size
093000        ' PCT' delimited by size
093100        into REPORT-LINE.
093200     write REPORT-LINE.
093300     move 'O' to list-group.
093400     perform print-group
093500        thru end-print-group.
093600     move 'W' to list-group.
093700     perform print-group
093800        thru end-print-group.
093900     move 'U' to list-group.
094000     perform print-group
094100        thru end-print-group.
094200 end-print-scorecard.
094300     exit.
094400
094500 print-group.
094600     move spaces to REPORT-LINE.
094700     write REPORT-LINE.
094800     move spaces to REPORT-LINE.
094900     evaluate list-group
095000        when 'O'
095100           string '*** OVER THRESHOLD ***' delimited by size
095200              into REPORT-LINE
095300        when 'W'
095400           string 'WITHIN THRESHOLD' delimited by size
095500              into REPORT-LINE
095600        when other
095700           string 'NO VOLUME ON RECORD - FAULTS NOT RATED'
095800              delimited by size into REPORT-LINE
095900     end-evaluate.
096000     write REPORT-LINE.
096100     move heading-line to REPORT-LINE.
096200     write REPORT-LINE.
096300     move 'y' to list-more-sw.
096400     perform print-next-submitter
096500        thru end-print-next-submitter
096600        until not list-more.
096700 end-print-group.
096800     exit.
096900
097000 print-next-submitter.
097100     move 0 to su-best.
097200     perform varying su-ix from 1 by 1
097300        until su-ix > su-entry-count
097400        if su-group (su-ix) = list-group
097500           and not su-printed (su-ix)
097600           perform check-best-submitter
097700              thru end-check-best-submitter
097800        end-if
097900     end-perform.
098000     if su-best = 0
098100        move 'n' to list-more-sw
098200     else
098300        move 'y' to su-printed-sw (su-best)
098400        perform print-one-submitter
098500           thru end-print-one-submitter
098600     end-if.
098700 end-print-next-submitter.
098800     exit.
098900
099000 check-best-submitter.
099100     if su-best = 0
099200        set su-best to su-ix
099300     else
099400        if su-unrated (su-ix)
099500           if su-rejects (su-ix) + su-suspends (su-ix) >
099600              su-rejects (su-best) + su-suspends (su-best)
099700              set su-best to su-ix
099800           end-if
099900        else
100000           if su-rate (su-ix) > su-rate (su-best)
100100              set su-best to su-ix
100200           end-if
100300        end-if
100400     end-if.
100500 end-check-best-submitter.
100600     exit.
100700
100800 print-one-submitter.
100900     perform order-user-reasons
101000        thru end-order-user-reasons.
101100     move spaces to REPORT-LINE.
101200     write REPORT-LINE.
101300     move spaces to sb-flag.
101400     if su-over (su-best)
101500        move '*' to sb-flag
101600     end-if.
101700     move su-userid (su-best) to sb-userid.
101800     if su-userid (su-best) = spaces
101900        move '(NONE)' to sb-userid
102000     end-if.
102100     move su-submitted (su-best) to sb-submitted.
102200     move su-rejects (su-best) to sb-rejects.
102300     move su-suspends (su-best) to sb-suspends.
102400     if su-unrated (su-best)
102500        move 'NO VOL' to sb-rate-x
102600     else
102700        move su-rate (su-best) to sb-rate
102800     end-if.
102900     if su-prev-submitted (su-best) = 0
103000        move '  NEW ' to sb-prior-x
103100        move spaces to sb-change-x
103200     else
103300        move su-prev-rate (su-best) to sb-prior
103400        if su-unrated (su-best)
103500           move spaces to sb-change-x
103600        else
103700           compute rate-change =
103800              su-rate (su-best) - su-prev-rate (su-best)
103900           move rate-change to sb-change
104000        end-if
104100     end-if.
104200     perform varying ro-idx from 1 by 1
104300        until ro-idx > 3
104400        if ro-idx > ro-count
104500           move spaces to sb-top (ro-idx)
104600        else
104700           set ur-ix to ro-entry (ro-idx)
104800           move ur-reason (ur-ix) to sb-top-code (ro-idx)
104900           move ur-count (ur-ix) to sb-top-count (ro-idx)
105000        end-if
105100     end-perform.
105200     move submitter-line to REPORT-LINE.
105300     write REPORT-LINE.
105400     perform print-reason-line
105500        thru end-print-reason-line
105600        varying ro-idx from 1 by 1
105700        until ro-idx > ro-count.
105800     perform print-lterm-line
105900        thru end-print-lterm-line
106000        varying ul-ix from 1 by 1
106100        until ul-ix > ul-entry-count.
106200 end-print-one-submitter.
106300     exit.
106400
106500*    The user's reasons, most frequent this month first (the
106600*    prior month breaks a tie), into ro-table.
106700 order-user-reasons.
106800     move 0 to ro-count.
106900     perform varying ur-ix from 1 by 1
107000        until ur-ix > ur-entry-count
107100        move 'n' to ur-taken-sw (ur-ix)
107200     end-perform.
107300     move 'y' to ro-more-sw.
107400     perform take-next-reason
107500        thru end-take-next-reason
107600        until not ro-more.
107700 end-order-user-reasons.
107800     exit.
107900
108000 take-next-reason.
108100     move 0 to ur-best.
108200     perform varying ur-ix from 1 by 1
108300        until ur-ix > ur-entry-count
108400        if ur-userid (ur-ix) = su-userid (su-best)
108500           and not ur-taken (ur-ix)
108600           if ur-best = 0
108700              set ur-best to ur-ix
108800           else
108900              if ur-count (ur-ix) > ur-count (ur-best)
109000                 or (ur-count (ur-ix) = ur-count (ur-best)
109100                 and ur-prev-count (ur-ix) >
109200                     ur-prev-count (ur-best))
109300                 set ur-best to ur-ix
109400              end-if
109500           end-if
109600        end-if
109700     end-perform.
109800     if ur-best = 0 or ro-count >= ro-max-entries
109900        move 'n' to ro-more-sw
110000     else
110100        move 'y' to ur-taken-sw (ur-best)
110200        add 1 to ro-count
110300        move ur-best to ro-entry (ro-count)
110400     end-if.
110500 end-take-next-reason.
110600     exit.
110700
110800 print-reason-line.
110900     set ur-ix to ro-entry (ro-idx).
111000     move ur-reason (ur-ix) to rl-reason.
111100     move ur-count (ur-ix) to rl-count.
111200     if su-unrated (su-best)
111300        move 'NO VOL' to rl-rate-x
111400     else
111500        compute ur-rate rounded =
111600           ur-count (ur-ix) * 100 / su-submitted (su-best)
111700           on size error
111800              move 999.99 to ur-rate
111900        end-compute
112000        move ur-rate to rl-rate
112100     end-if.
112200     move ur-prev-count (ur-ix) to rl-prev-count.
112300     if su-prev-submitted (su-best) = 0
112400        move spaces to rl-prev-rate-x
112500     else
112600        compute ur-prev-rate rounded =
112700           ur-prev-count (ur-ix) * 100
112800           / su-prev-submitted (su-best)
112900           on size error
113000              move 999.99 to ur-prev-rate
113100        end-compute
113200        move ur-prev-rate to rl-prev-rate
113300     end-if.
113400     move reason-line to REPORT-LINE.
113500     write REPORT-LINE.
113600 end-print-reason-line.
113700     exit.
113800
113900*    The LTERM lines rate rejects only - the suspensions
114000*    cannot be placed on an LTERM.
114100 print-lterm-line.
114200     if ul-userid (ul-ix) = su-userid (su-best)
114300        compute ul-submitted =
114400           ul-volume (ul-ix) + ul-refused (ul-ix)
114500        move ul-lterm (ul-ix) to ll-lterm
114600        move ul-submitted to ll-submitted
114700        move ul-rejects (ul-ix) to ll-rejects
114800        if ul-volume (ul-ix) = 0
114900           move 'NO VOL' to ll-rate-x
115000        else
115100           compute ul-rate rounded =
115200              ul-rejects (ul-ix) * 100 / ul-submitted
115300              on size error
115400                 move 999.99 to ul-rate
115500           end-compute
115600           move ul-rate to ll-rate
115700        end-if
115800        move lterm-line to REPORT-LINE
115900        write REPORT-LINE
116000     end-if.
116100 end-print-lterm-line.
116200     exit.
116300
116400************************************************************
116500*            PRINT-TOTALS
116600************************************************************
116700
116800 print-totals.
116900     move spaces to REPORT-LINE.
117000     write REPORT-LINE.
117100     move total-submitted to display-big-count.
117200     move spaces to REPORT-LINE.
117300     string 'TOTAL SUBMITTED           ' delimited by size
117400        display-big-count delimited by size
117500        into REPORT-LINE.
117600     write REPORT-LINE.
117700     move total-rejects to display-count.
117800     move spaces to REPORT-LINE.
117900     string 'REJECTS SCORED              ' delimited by size
118000        display-count delimited by size
118100        into REPORT-LINE.
118200     write REPORT-LINE.
118300     move total-suspends to display-count.
118400     move spaces to REPORT-LINE.
118500     string 'SUSPENSIONS SCORED          ' delimited by size
118600        display-count delimited by size
118700        into REPORT-LINE.
118800     write REPORT-LINE.
118900     move total-rate to display-rate.
119000     move spaces to REPORT-LINE.
119100     string 'OVERALL FAULT RATE % ' delimited by size
119200        display-rate delimited by size
119300        into REPORT-LINE.
119400     write REPORT-LINE.
119500     move over-count to display-count.
119600     move spaces to REPORT-LINE.
119700     string 'USERS OVER THRESHOLD        ' delimited by size
119800        display-count delimited by size
119900        into REPORT-LINE.
120000     write REPORT-LINE.
120100     move unscored-reject-count to display-count.
120200     move spaces to REPORT-LINE.
120300     string 'REJECTS NOT SCORED (20-22)  ' delimited by size
120400        display-count delimited by size
120500        into REPORT-LINE.
120600     write REPORT-LINE.
120700     move parked-count to display-count.
120800     move spaces to REPORT-LINE.
120900     string 'ADDRCHG PARKED (ADRSUSP)    ' delimited by size
121000        display-count delimited by size
121100        into REPORT-LINE.
121200     write REPORT-LINE.
121300     move unrated-fault-count to display-count.
121400     move spaces to REPORT-LINE.
121500     string 'FAULTS NOT RATED (NO VOLUME)' delimited by size
121600        display-count delimited by size
121700        into REPORT-LINE.
121800     write REPORT-LINE.
121900     move dead-letter-count to display-count.
122000     move spaces to REPORT-LINE.
122100     string 'DEAD LETTERS (NO SUBMITTER) ' delimited by size
122200        display-count delimited by size
122300        into REPORT-LINE.
122400     write REPORT-LINE.
122500     if overflow-count > 0
122600        move overflow-count to display-count
122700        move spaces to REPORT-LINE
122800        string '*** RECORDS DROPPED - TABLE FULL '
122900           delimited by size
123000           display-count delimited by size
123100           into REPORT-LINE
123200        write REPORT-LINE
123300     end-if.
123400 end-print-totals.
123500     exit.
123600
123700************************************************************
123800*            FINALISE-SCORECARD
123900************************************************************
124000
124100 finalise-scorecard.
124200*    A run stopped at the open leaves the inputs that did
124300*    open still open.
124400     if score-fatal
124500        if ws-hist-in-status = '00'
124600           close HIST-IN-FILE
124700        end-if
124800        if ws-reject-in-status = '00'
124900           close REJECT-IN-FILE
125000        end-if
125100     end-if.
125200     if ws-report-status = '00'
125300        close REPORT-FILE
125400     end-if.
125500     display "mprb05qs: " reject-read-count " rejects read, "
125600        su-entry-count " users, " over-count
125700        " over threshold" upon console.
125800     if not score-fatal
125900        if overflow-count > 0
126000           display "mprb05qs: *** " overflow-count
126100              " RECORDS DROPPED - TABLE FULL ***" upon console
126200           set score-warning to true
126300        end-if
126400        if score-warning
126500           move 4 to RETURN-CODE
126600        end-if
126700     end-if.
126800 end-finalise-scorecard.
126900     exit.
