000100 CBL  SOURCE XREF
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. 'mprb05rf'.
000400************************************************************
000500*
000600*  Referred payment report and release for the branch
000700*  supervisors. PAYREFR (VSAM KSDS keyed by business date
000800*  and feeder sequence number, REFRREC layout) holds every
000900*  payment the PAYMENT handler (mprb05p1) referred because
001000*  it would have taken its submitter over a PAYLIMIT cap.
001100*
001200*  First the supervisors' decision cards (RFDECN, optional)
001300*  are applied: each names a referral by date and sequence
001400*  number, approves ('A') or declines ('D') it and carries
001500*  the supervisor's userid. Only a pending referral can be
001600*  decided, and never by the user who keyed the payment. A
001700*  refused card changes nothing and is listed as refused.
001800*
001900*  An approved referral goes back through the normal
002000*  resubmit route: a REJREC-layout record (reason code 20)
002100*  on RFREJ and a matching correction on RFCORR, whose body
002200*  is the payment as keyed with the referral's date and
002300*  sequence number as approval reference in body 53-67.
002400*  The two are concatenated ahead of REJECTS and CORRIN for
002500*  mprb05e, which re-queues the payment; mprb05p1 lets it
002600*  past the caps once and marks the referral used.
002700*
002800*  Then RFLIST lists every referral for the report date
002900*  with the cap it breached, the submitter's day total at
003000*  the time and where it stands, and a count by status.
003100*
003200*  PARM keywords: RDATE=yyyymmdd  business date reported
003300*                 (default today)
003400*                 ADATE=yyyymmdd  date decisions are
003500*                 stamped with (default today)
003600*
003700*  Ends with return code 8 when PAYREFR, RFREJ, RFCORR or
003800*  RFLIST will not open, 4 when a decision card was
003900*  refused.
003943*
003986*  The step's start, end and return code are appended to
004029*  RUNHIST through mprb05sh, as a job step history record.
004075*
004100*  Program     mprb05rf
004200*  PSB:        none - plain batch, no IMS calls
004300*  Databases:  none
004400*  Access:     PAYREFR (VSAM, update), RFDECN (in),
004500*              RFREJ (out), RFCORR (out), RFLIST (out)
004600*
004700************************************************************
004800 ENVIRONMENT DIVISION.
004900 CONFIGURATION SECTION.
005000 SOURCE-COMPUTER.  IBM-370.
005100 OBJECT-COMPUTER.  IBM-370.
005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
005400     SELECT REFERRAL-FILE ASSIGN TO PAYREFR
005500        ORGANIZATION IS INDEXED
005600        ACCESS MODE IS DYNAMIC
005700        RECORD KEY IS RF-KEY
005800        FILE STATUS IS ws-referral-file-status.
005900     SELECT DECISION-CARD-FILE ASSIGN TO RFDECN
006000        ORGANIZATION IS SEQUENTIAL
006100        FILE STATUS IS ws-decision-file-status.
006200     SELECT RELEASE-REJECT-FILE ASSIGN TO RFREJ
006300        ORGANIZATION IS SEQUENTIAL
006400        FILE STATUS IS ws-release-reject-status.
006500     SELECT RELEASE-CORR-FILE ASSIGN TO RFCORR
006600        ORGANIZATION IS SEQUENTIAL
006700        FILE STATUS IS ws-release-corr-status.
006800     SELECT REPORT-FILE ASSIGN TO RFLIST
006900        ORGANIZATION IS SEQUENTIAL
007000        FILE STATUS IS ws-report-status.
007100
007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  REFERRAL-FILE.
007500     COPY REFRREC.
007600
007700 FD  DECISION-CARD-FILE
007800     RECORDING MODE IS F.
007900 01  DECISION-CARD.
008000     02  DC-DATE          PIC 9(8).
008100     02  DC-SEQ-NO        PIC X(7).
008200     02  DC-DECISION      PIC X.
008300         88  DC-APPROVE         VALUE 'A'.
008400         88  DC-DECLINE         VALUE 'D'.
008500     02  DC-USERID        PIC X(8).
008600     02  FILLER           PIC X(56).
008700
008800 FD  RELEASE-REJECT-FILE
008900     RECORDING MODE IS F.
009000     COPY REJREC.
009100
009200*    CORRIN layout - see mprb05e.
009300 FD  RELEASE-CORR-FILE
009400     RECORDING MODE IS F.
009500 01  CORRECTION-RECORD.
009600     02  CO-DATE          PIC 9(8).
009700     02  CO-TIME          PIC 9(8).
009800     02  CO-TRANCODE      PIC X(8).
009900     02  CO-BODY          PIC X(72).
010000     02  FILLER           PIC X(4).
010100
010200 FD  REPORT-FILE
010300     RECORDING MODE IS F.
010400 01  REPORT-LINE              PIC X(110).
010500
010600 WORKING-STORAGE SECTION.
010700
010800 77  ws-browse-done-sw    pic x value 'n'.
010900     88 ws-browse-done          value 'y'.
011000 77  end-of-cards-sw      pic x value 'n'.
011100     88 end-of-cards            value 'y'.
011200 77  run-failed-sw        pic x value 'n'.
011300     88 run-failed              value 'y'.
011400 77  referral-open-sw     pic x value 'n'.
011500     88 referral-open           value 'y'.
011600
011700************************************************************
011800*            COUNTERS AND RUNTIME OPTIONS
011900************************************************************
012000
012100 77  ws-referral-file-status pic xx value spaces.
012200 77  ws-decision-file-status pic xx value spaces.
012300 77  ws-release-reject-status pic xx value spaces.
012400 77  ws-release-corr-status pic xx value spaces.
012500 77  ws-report-status     pic xx value spaces.
012600
012700 77  report-date          pic 9(8) value 0.
012800 77  action-date          pic 9(8) value 0.
012900 77  cards-read-count     pic 9(7) value 0.
013000 77  approved-count       pic 9(7) value 0.
013100 77  declined-count       pic 9(7) value 0.
013200 77  refused-count        pic 9(7) value 0.
013300 77  listed-count         pic 9(7) value 0.
013400 77  pending-count        pic 9(7) value 0.
013500 77  list-approved-count  pic 9(7) value 0.
013600 77  list-declined-count  pic 9(7) value 0.
013700 77  used-count           pic 9(7) value 0.
013800 77  refusal-reason       pic x(20) value spaces.
013900 77  display-count        pic zzz,zzz,zz9.
014000
014100 01  approval-body.
014200     02  filler           pic x(52).
014300     02  ab-reference     pic x(15).
014400     02  filler           pic x(5).
014500
014600 01  ws-parm-tokens.
014700     02  ws-parm-token    pic x(20) occurs 6 times.
014800 77  ws-parm-idx          pic 9(4) binary value 1.
014900 77  ws-parm-key          pic x(10).
015000 77  ws-parm-val          pic x(10).
015100
015200************************************************************
015300*            REPORT LINES
015400************************************************************
015500
015600 01  decision-detail.
015700     02  dd-date          pic 9(8).
015800     02  filler           pic x(2) value spaces.
015900     02  dd-seq-no        pic x(7).
016000     02  filler           pic x(2) value spaces.
016100     02  dd-decision      pic x.
016200     02  filler           pic x(2) value spaces.
016300     02  dd-userid        pic x(8).
016400     02  filler           pic x(2) value spaces.
016500     02  dd-result        pic x(20).
016600
016700 01  referral-detail.
016800     02  rd-seq-no        pic x(7).
016900     02  filler           pic x(2) value spaces.
017000     02  rd-userid        pic x(8).
017100     02  filler           pic x(2) value spaces.
017200     02  rd-account-no    pic x(12).
017300     02  filler           pic x(1) value spaces.
017400     02  rd-amount        pic zzz,zzz,zz9.99.
017500     02  filler           pic x(2) value spaces.
017600     02  rd-limit-type    pic x(6).
017700     02  filler           pic x(1) value spaces.
017800     02  rd-limit-amount  pic zz,zzz,zzz,zz9.99.
017900     02  filler           pic x(1) value spaces.
018000     02  rd-day-total     pic zz,zzz,zzz,zz9.99.
018100     02  filler           pic x(2) value spaces.
018200     02  rd-status        pic x(8).
018300     02  filler           pic x(1) value spaces.
018400     02  rd-action-user   pic x(8).
018500
018514************************************************************
018528*            STEP HISTORY (mprb05sh)
018542************************************************************
018556
018570     COPY STEPHIST.
018584
018600*****************************************************
018700 LINKAGE SECTION.
018800
018900 01  PARM-AREA.
019000     02  PARM-LENGTH      PIC S9(4) COMP.
019100     02  PARM-DATA        PIC X(80).
019200
019300 PROCEDURE DIVISION USING PARM-AREA.
019400*****************************************************
019500 MAIN-RTN.
019520
019540     move 'mprb05rf' to SH-PROGRAM.
019560     set SH-STEP-START to true.
019580     call 'mprb05sh' using STEP-HISTORY-AREA.
019600
019700     perform initialise-referrals
019800        thru end-initialise-referrals.
019900
020000     if not run-failed
020100        perform apply-decision-cards
020200           thru end-apply-decision-cards
020300        perform list-referrals
020400           thru end-list-referrals
020500     end-if.
020600
020700     perform finalise-referrals
020800        thru end-finalise-referrals.
020900
020916     move RETURN-CODE to SH-RETURN-CODE.
020932     move listed-count to SH-TOTAL-COUNT.
020948     set SH-STEP-END to true.
020964     call 'mprb05sh' using STEP-HISTORY-AREA.
020980     move SH-RETURN-CODE to RETURN-CODE.
021000     goback.
021100
021200************************************************************
021300*            INITIALISE-REFERRALS
021400*    The release files are opened even on a day with no
021500*    decisions, so mprb05e's concatenation always finds
021600*    them - empty is a normal day.
021700************************************************************
021800
021900 initialise-referrals.
022000     display "mprb05rf: referred payment report starting".
022100     accept report-date from date yyyymmdd.
022200     move report-date to action-date.
022300     perform parse-parm-area
022400        thru end-parse-parm-area.
022500     open i-o REFERRAL-FILE.
022600     if ws-referral-file-status not = '00'
022700        display "mprb05rf: unable to open PAYREFR, status "
022800           ws-referral-file-status upon console
022900        set run-failed to true
023000     else
023100        set referral-open to true
023200     end-if.
023300     open output RELEASE-REJECT-FILE.
023400     if ws-release-reject-status not = '00'
023500        display "mprb05rf: unable to open RFREJ, status "
023600           ws-release-reject-status upon console
023700        set run-failed to true
023800     end-if.
023900     open output RELEASE-CORR-FILE.
024000     if ws-release-corr-status not = '00'
024100        display "mprb05rf: unable to open RFCORR, status "
024200           ws-release-corr-status upon console
024300        set run-failed to true
024400     end-if.
024500     open output REPORT-FILE.
024600     if ws-report-status not = '00'
024700        display "mprb05rf: unable to open RFLIST, status "
024800           ws-report-status upon console
024900        set run-failed to true
025000     end-if.
025100     if run-failed
025200        move 8 to RETURN-CODE
025300     else
025400        move spaces to REPORT-LINE
025500        string 'MPRB05 REFERRED PAYMENTS FOR '
025600           delimited by size
025700           report-date delimited by size
025800           into REPORT-LINE
025900        write REPORT-LINE
026000     end-if.
026100 end-initialise-referrals.
026200     exit.
026300
026400 parse-parm-area.
026500     move spaces to ws-parm-tokens.
026600     if PARM-LENGTH > 0
026700        unstring PARM-DATA (1:PARM-LENGTH) delimited by ','
026800           into ws-parm-token (1) ws-parm-token (2)
026900              ws-parm-token (3) ws-parm-token (4)
027000              ws-parm-token (5) ws-parm-token (6)
027100        end-unstring
027200        perform varying ws-parm-idx from 1 by 1
027300           until ws-parm-idx > 6
027400           if ws-parm-token (ws-parm-idx) not = spaces
027500              perform split-parm-token
027600                 thru end-split-parm-token
027700           end-if
027800        end-perform
027900     end-if.
028000 end-parse-parm-area.
028100     exit.
028200
028300 split-parm-token.
028400     move spaces to ws-parm-key ws-parm-val.
028500     unstring ws-parm-token (ws-parm-idx) delimited by '='
028600        into ws-parm-key ws-parm-val.
028700     evaluate ws-parm-key
028800        when 'RDATE'
028900           move ws-parm-val(1:8) to report-date
029000        when 'ADATE'
029100           move ws-parm-val(1:8) to action-date
029200     end-evaluate.
029300 end-split-parm-token.
029400     exit.
029500
029600************************************************************
029700*            APPLY-DECISION-CARDS
029800*    No RFDECN, or an empty one, is the usual day - nobody
029900*    decided anything and the run is a listing only.
030000************************************************************
030100
030200 apply-decision-cards.
030300     open input DECISION-CARD-FILE.
030400     if ws-decision-file-status not = '00'
030500        display "mprb05rf: no decision cards (status "
030600           ws-decision-file-status "), listing only" upon console
030700        set end-of-cards to true
030800     else
030900        move spaces to REPORT-LINE
031000        write REPORT-LINE
031100        move spaces to REPORT-LINE
031200        string 'DECISIONS DATE      SEQ NO   D  USERID'
031300           '    RESULT'
031400           delimited by size
031500           into REPORT-LINE
031600        write REPORT-LINE
031700     end-if.
031800     perform apply-one-decision-card
031900        thru end-apply-one-decision-card
032000        until end-of-cards.
032100     if ws-decision-file-status = '00'
032200        or ws-decision-file-status = '10'
032300        close DECISION-CARD-FILE
032400     end-if.
032500 end-apply-decision-cards.
032600     exit.
032700
032800 apply-one-decision-card.
032900     read DECISION-CARD-FILE
033000        at end
033100           set end-of-cards to true
033200        not at end
033300           add 1 to cards-read-count
033400           move spaces to refusal-reason
033500           evaluate true
033600              when DC-USERID = spaces
033700                 move 'NO SUPERVISOR USERID' to refusal-reason
033800              when not DC-APPROVE and not DC-DECLINE
033900                 move 'DECISION NOT A OR D' to refusal-reason
034000              when other
034100                 perform decide-one-referral
034200                    thru end-decide-one-referral
034300           end-evaluate
034400           perform print-decision-result
034500              thru end-print-decision-result
034600     end-read.
034700 end-apply-one-decision-card.
034800     exit.
034900
035000************************************************************
035100*            DECIDE-ONE-REFERRAL
035200*    Four eyes: the supervisor deciding may not be the user
035300*    who keyed the payment. An approval is only recorded
035400*    once its release records are written - an approved
035500*    referral nobody can resubmit would be stranded.
035600************************************************************
035700
035800 decide-one-referral.
035900     move DC-DATE to RF-DATE.
036000     move DC-SEQ-NO to RF-SEQ-NO.
036100     read REFERRAL-FILE
036200        invalid key
036300           move 'NOT REFERRED' to refusal-reason
036400        not invalid key
036500           evaluate true
036600              when not RF-IS-PENDING
036700                 move 'ALREADY DECIDED' to refusal-reason
036800              when DC-USERID = RF-USERID
036900                 move 'OWN PAYMENT' to refusal-reason
037000              when DC-APPROVE
037100                 perform write-release-records
037200                    thru end-write-release-records
037300                 if refusal-reason = spaces
037400                    set RF-IS-APPROVED to true
037500                 end-if
037600              when other
037700                 set RF-IS-DECLINED to true
037800           end-evaluate
037900           if refusal-reason = spaces
038000              move action-date to RF-ACTION-DATE
038100              move DC-USERID to RF-ACTION-USER
038200              rewrite REFERRED-PAYMENT-RECORD
038300                 invalid key
038400                    move 'REFERRAL FILE ERROR' to refusal-reason
038500              end-rewrite
038600           end-if
038700     end-read.
038800 end-decide-one-referral.
038900     exit.
039000
039100************************************************************
039200*            WRITE-RELEASE-RECORDS
039300*    The reject record and its correction share the date,
039400*    time and trancode stamp mprb05e matches them on.
039500************************************************************
039600
039700 write-release-records.
039800     move spaces to REJECT-RECORD.
039900     move RF-DATE to RJ-DATE.
040000     move RF-TIME to RJ-TIME.
040100     move '20' to RJ-REASON-CODE.
040200     move 'REFERRAL APPROVED' to RJ-REASON-TEXT.
040300     move RF-TRANCODE to RJ-TRANCODE.
040400     move 0 to RJ-LL.
040500     move RF-MESSAGE-LINE to RJ-LINE.
040550     move RF-USERID to RJ-USERID.
040600     write REJECT-RECORD.
040700     if ws-release-reject-status not = '00'
040800        display "mprb05rf: RFREJ write error, status "
040900           ws-release-reject-status upon console
041000        move 'RELEASE FILE ERROR' to refusal-reason
041100     else
041200        move RF-MESSAGE-LINE (9:72) to approval-body
041300        move RF-KEY to ab-reference
041400        move spaces to CORRECTION-RECORD
041500        move RF-DATE to CO-DATE
041600        move RF-TIME to CO-TIME
041700        move RF-TRANCODE to CO-TRANCODE
041800        move approval-body to CO-BODY
041900        write CORRECTION-RECORD
042000        if ws-release-corr-status not = '00'
042100           display "mprb05rf: RFCORR write error, status "
042200              ws-release-corr-status upon console
042300           move 'RELEASE FILE ERROR' to refusal-reason
042400        end-if
042500     end-if.
042600 end-write-release-records.
042700     exit.
042800
042900 print-decision-result.
043000     move spaces to decision-detail.
043100     move DC-DATE to dd-date.
043200     move DC-SEQ-NO to dd-seq-no.
043300     move DC-DECISION to dd-decision.
043400     move DC-USERID to dd-userid.
043500     evaluate true
043600        when refusal-reason not = spaces
043700           move refusal-reason to dd-result
043800           add 1 to refused-count
043900        when DC-APPROVE
044000           move 'APPROVED - RELEASED' to dd-result
044100           add 1 to approved-count
044200        when other
044300           move 'DECLINED' to dd-result
044400           add 1 to declined-count
044500     end-evaluate.
044600     move spaces to REPORT-LINE.
044700     move decision-detail to REPORT-LINE (11:52).
044800     write REPORT-LINE.
044900 end-print-decision-result.
045000     exit.
045100
045200************************************************************
045300*            LIST-REFERRALS
045400*    The key leads with the business date, so a browse
045500*    started at the report date and stopped at the first
045600*    later date lists that day's referrals in sequence.
045700************************************************************
045800
045900 list-referrals.
046000     move spaces to REPORT-LINE.
046100     write REPORT-LINE.
046200     move spaces to REPORT-LINE.
046300     string 'SEQ NO   USERID    ACCOUNT              AMOUNT'
046400        '  LIMIT                CAP         DAY TOTAL'
046500        '  STATUS   BY'
046600        delimited by size
046700        into REPORT-LINE.
046800     write REPORT-LINE.
046900     move report-date to RF-DATE.
047000     move low-values to RF-SEQ-NO.
047100     start REFERRAL-FILE
047200        key is not less than RF-KEY
047300        invalid key
047400           set ws-browse-done to true
047500     end-start.
047600     perform list-one-referral
047700        thru end-list-one-referral
047800        until ws-browse-done.
047900     move spaces to REPORT-LINE.
048000     write REPORT-LINE.
048100     move listed-count to display-count.
048200     move spaces to REPORT-LINE.
048300     string 'REFERRALS LISTED ' delimited by size
048400        display-count delimited by size
048500        into REPORT-LINE.
048600     write REPORT-LINE.
048700     move pending-count to display-count.
048800     move spaces to REPORT-LINE.
048900     string '   PENDING       ' delimited by size
049000        display-count delimited by size
049100        into REPORT-LINE.
049200     write REPORT-LINE.
049300     move list-approved-count to display-count.
049400     move spaces to REPORT-LINE.
049500     string '   APPROVED      ' delimited by size
049600        display-count delimited by size
049700        into REPORT-LINE.
049800     write REPORT-LINE.
049900     move used-count to display-count.
050000     move spaces to REPORT-LINE.
050100     string '   POSTED        ' delimited by size
050200        display-count delimited by size
050300        into REPORT-LINE.
050400     write REPORT-LINE.
050500     move list-declined-count to display-count.
050600     move spaces to REPORT-LINE.
050700     string '   DECLINED      ' delimited by size
050800        display-count delimited by size
050900        into REPORT-LINE.
051000     write REPORT-LINE.
051100 end-list-referrals.
051200     exit.
051300
051400 list-one-referral.
051500     read REFERRAL-FILE next
051600        at end
051700           set ws-browse-done to true
051800        not at end
051900           if RF-DATE not = report-date
052000              set ws-browse-done to true
052100           else
052200              perform print-referral
052300                 thru end-print-referral
052400           end-if
052500     end-read.
052600*    A read that neither delivered a record nor said at-end is
052700*    an I/O error - stop the browse rather than spin on it.
052800     if ws-referral-file-status not = '00'
052900        and ws-referral-file-status not = '10'
053000        display "mprb05rf: PAYREFR read error, status "
053100           ws-referral-file-status upon console
053200        move 8 to RETURN-CODE
053300        set ws-browse-done to true
053400     end-if.
053500 end-list-one-referral.
053600     exit.
053700
053800 print-referral.
053900     add 1 to listed-count.
054000     move spaces to referral-detail.
054100     move RF-SEQ-NO to rd-seq-no.
054200     move RF-USERID to rd-userid.
054300     move RF-ACCOUNT-NO to rd-account-no.
054400     move RF-AMOUNT to rd-amount.
054500     if RF-SINGLE-LIMIT
054600        move 'SINGLE' to rd-limit-type
054700     else
054800        move 'DAILY' to rd-limit-type
054900     end-if.
055000     move RF-LIMIT-AMOUNT to rd-limit-amount.
055100     move RF-DAY-TOTAL to rd-day-total.
055200     move RF-ACTION-USER to rd-action-user.
055300     evaluate true
055400        when RF-IS-PENDING
055500           move 'PENDING' to rd-status
055600           add 1 to pending-count
055700        when RF-IS-APPROVED
055800           move 'APPROVED' to rd-status
055900           add 1 to list-approved-count
056000        when RF-IS-USED
056100           move 'POSTED' to rd-status
056200           add 1 to used-count
056300        when other
056400           move 'DECLINED' to rd-status
056500           add 1 to list-declined-count
056600     end-evaluate.
056700     move referral-detail to REPORT-LINE.
056800     write REPORT-LINE.
056900 end-print-referral.
057000     exit.
057100
057200************************************************************
057300*            FINALISE-REFERRALS
057400************************************************************
057500
057600 finalise-referrals.
057700     if referral-open
057800        close REFERRAL-FILE
057900     end-if.
058000     if ws-release-reject-status = '00'
058100        close RELEASE-REJECT-FILE
058200     end-if.
058300     if ws-release-corr-status = '00'
058400        close RELEASE-CORR-FILE
058500     end-if.
058600     if ws-report-status = '00'
058700        close REPORT-FILE
058800     end-if.
058900     move cards-read-count to display-count.
059000     display "mprb05rf: " display-count " decision cards read"
059100        upon console.
059200     move approved-count to display-count.
059300     display "mprb05rf: " display-count " referrals approved"
059400        upon console.
059500     move declined-count to display-count.
059600     display "mprb05rf: " display-count " referrals declined"
059700        upon console.
059800     move pending-count to display-count.
059900     display "mprb05rf: " display-count " referrals pending"
060000        upon console.
060100     if refused-count > 0
060200        and RETURN-CODE < 4
060300        move refused-count to display-count
060400        display "mprb05rf: *** " display-count
060500           " DECISION CARDS REFUSED - SEE RFLIST ***"
060600           upon console
060700        move 4 to RETURN-CODE
060800     end-if.
060900 end-finalise-referrals.
061000     exit.
