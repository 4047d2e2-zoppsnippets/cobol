000100 CBL  SOURCE XREF
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. 'mprb05qr'.
000400************************************************************
000500*
000600*  Quarantined message listing and release. QUARANT holds
000700*  every message mprb05 set aside instead of handing to its
000800*  handler, because the same message was in that handler
000900*  when POISON= consecutive runs went down (QUARREC layout,
001000*  one record per message, appended by mprb05).
001100*
001200*  QRLIST lists every quarantined message with the handler
001300*  it abended, how many runs it took down, when the first
001400*  and last of the restarts that found it started and the
001500*  checkpoint the last one resumed from - what support needs
001600*  to find the abends in the job logs.
001700*
001800*  Once the handler is fixed, RELEASE= sends messages back
001900*  through the normal resubmit route: a REJREC-layout record
002000*  (reason code 21) on QRREJ and a matching correction on
002100*  QRCORR carrying the message body unchanged. The two are
002200*  concatenated ahead of REJECTS and CORRIN for mprb05e,
002300*  which re-queues the message. Every message not released
002400*  is copied to QUAROUT, which replaces QUARANT after the
002500*  run; a released one is not carried forward.
002600*
002700*  PARM keywords: RELEASE=trancode  release that trancode's
002800*                 messages, RELEASE=ALL every message (no
002900*                 RELEASE - list only, everything carried)
003000*                 SEQ=nnnnnnn  release only the message with
003100*                 that feeder sequence number
003200*
003300*  Ends with return code 8 when QUARIN, QUAROUT, QRREJ,
003360*  QRCORR or QRLIST will not open, or a release record or
003420*  a carried-forward message will not write (QUAROUT must
003480*  then not replace QUARANT), 4 when RELEASE= matched no
003540*  message.
003600*
003700*  Program     mprb05qr
003800*  PSB:        none - plain batch, no IMS calls
003900*  Databases:  none
004000*  Access:     QUARIN (in), QUAROUT (out), QRREJ (out),
004100*              QRCORR (out), QRLIST (out)
004200*
004300************************************************************
004400 ENVIRONMENT DIVISION.
004500 CONFIGURATION SECTION.
004600 SOURCE-COMPUTER.  IBM-370.
004700 OBJECT-COMPUTER.  IBM-370.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT QUARANTINE-FILE ASSIGN TO QUARIN
005100        ORGANIZATION IS SEQUENTIAL
005200        FILE STATUS IS ws-quarantine-file-status.
005300     SELECT CARRY-FORWARD-FILE ASSIGN TO QUAROUT
005400        ORGANIZATION IS SEQUENTIAL
005500        FILE STATUS IS ws-carry-forward-status.
005600     SELECT RELEASE-REJECT-FILE ASSIGN TO QRREJ
005700        ORGANIZATION IS SEQUENTIAL
005800        FILE STATUS IS ws-release-reject-status.
005900     SELECT RELEASE-CORR-FILE ASSIGN TO QRCORR
006000        ORGANIZATION IS SEQUENTIAL
006100        FILE STATUS IS ws-release-corr-status.
006200     SELECT REPORT-FILE ASSIGN TO QRLIST
006300        ORGANIZATION IS SEQUENTIAL
006400        FILE STATUS IS ws-report-status.
006500
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  QUARANTINE-FILE
006900     RECORDING MODE IS F.
007000     COPY QUARREC.
007100
007200 FD  CARRY-FORWARD-FILE
007300     RECORDING MODE IS F.
007400 01  CARRY-FORWARD-RECORD     PIC X(200).
007500
007600 FD  RELEASE-REJECT-FILE
007700     RECORDING MODE IS F.
007800     COPY REJREC.
007900
008000*    CORRIN layout - see mprb05e.
008100 FD  RELEASE-CORR-FILE
008200     RECORDING MODE IS F.
008300 01  CORRECTION-RECORD.
008400     02  CO-DATE          PIC 9(8).
008500     02  CO-TIME          PIC 9(8).
008600     02  CO-TRANCODE      PIC X(8).
008700     02  CO-BODY          PIC X(72).
008800     02  FILLER           PIC X(4).
008900
009000 FD  REPORT-FILE
009100     RECORDING MODE IS F.
009200 01  REPORT-LINE              PIC X(120).
009300
009400 WORKING-STORAGE SECTION.
009500
009600 77  end-of-quarantine-sw pic x value 'n'.
009700     88 end-of-quarantine       value 'y'.
009800 77  run-failed-sw        pic x value 'n'.
009900     88 run-failed              value 'y'.
010000 77  quarantine-open-sw   pic x value 'n'.
010100     88 quarantine-open         value 'y'.
010200 77  release-this-sw      pic x value 'n'.
010300     88 release-this            value 'y'.
010400
010500************************************************************
010600*            COUNTERS AND RUNTIME OPTIONS
010700************************************************************
010800
010900 77  ws-quarantine-file-status pic xx value spaces.
011000 77  ws-carry-forward-status pic xx value spaces.
011100 77  ws-release-reject-status pic xx value spaces.
011200 77  ws-release-corr-status pic xx value spaces.
011300 77  ws-report-status     pic xx value spaces.
011400
011500 77  report-date          pic 9(8) value 0.
011600 77  release-trancode     pic x(8) value spaces.
011700 77  release-seq-no       pic x(7) value spaces.
011800 77  listed-count         pic 9(7) value 0.
011900 77  released-count       pic 9(7) value 0.
012000 77  held-count           pic 9(7) value 0.
012100 77  display-count        pic zzz,zzz,zz9.
012200
012300 01  ws-parm-tokens.
012400     02  ws-parm-token    pic x(20) occurs 6 times.
012500 77  ws-parm-idx          pic 9(4) binary value 1.
012600 77  ws-parm-key          pic x(10).
012700 77  ws-parm-val          pic x(10).
012800
012900************************************************************
013000*            REPORT LINES
013100************************************************************
013200
013300 01  quarantine-detail.
013400     02  qd-date          pic 9(8).
013500     02  filler           pic x(1) value spaces.
013600     02  qd-time          pic x(6).
013700     02  filler           pic x(2) value spaces.
013800     02  qd-trancode      pic x(8).
013900     02  filler           pic x(1) value spaces.
014000     02  qd-seq-no        pic x(7).
014100     02  filler           pic x(2) value spaces.
014200     02  qd-userid        pic x(8).
014300     02  filler           pic x(2) value spaces.
014400     02  qd-handler       pic x(8).
014500     02  filler           pic x(2) value spaces.
014600     02  qd-abend-count   pic zzz9.
014700     02  filler           pic x(2) value spaces.
014800     02  qd-first-date    pic 9(8).
014900     02  filler           pic x(1) value spaces.
015000     02  qd-first-time    pic x(6).
015100     02  filler           pic x(2) value spaces.
015200     02  qd-last-date     pic 9(8).
015300     02  filler           pic x(1) value spaces.
015400     02  qd-last-time     pic x(6).
015500     02  filler           pic x(2) value spaces.
015600     02  qd-chkp-id       pic x(8).
015700     02  filler           pic x(2) value spaces.
015800     02  qd-status        pic x(8).
015900
016000*****************************************************
016100 LINKAGE SECTION.
016200
016300 01  PARM-AREA.
016400     02  PARM-LENGTH      PIC S9(4) COMP.
016500     02  PARM-DATA        PIC X(80).
016600
016700 PROCEDURE DIVISION USING PARM-AREA.
016800*****************************************************
016900 MAIN-RTN.
017000
017100     perform initialise-quarantine
017200        thru end-initialise-quarantine.
017300
017400     if not run-failed
017500        perform list-quarantine
017600           thru end-list-quarantine
017700     end-if.
017800
017900     perform finalise-quarantine
018000        thru end-finalise-quarantine.
018100
018200     goback.
018300
018400************************************************************
018500*            INITIALISE-QUARANTINE
018600*    The release files are opened even on a list-only run, so
018700*    mprb05e's concatenation always finds them - empty is a
018760*    normal day. An empty QUARIN is normal too (it only grows
018820*    when a message has abended its handler), but one that
018880*    will not open fails the run: QUAROUT would replace
018940*    QUARANT with nothing.
019000************************************************************
019100
019200 initialise-quarantine.
019300     display "mprb05qr: quarantined message listing starting".
019400     accept report-date from date yyyymmdd.
019500     perform parse-parm-area
019600        thru end-parse-parm-area.
019700     open input QUARANTINE-FILE.
019800     if ws-quarantine-file-status not = '00'
019900        display "mprb05qr: unable to open QUARIN, status "
020000           ws-quarantine-file-status upon console
020100        set run-failed to true
020200     else
020300        set quarantine-open to true
020400     end-if.
020500     open output CARRY-FORWARD-FILE.
020600     if ws-carry-forward-status not = '00'
020700        display "mprb05qr: unable to open QUAROUT, status "
020800           ws-carry-forward-status upon console
020900        set run-failed to true
021000     end-if.
021100     open output RELEASE-REJECT-FILE.
021200     if ws-release-reject-status not = '00'
021300        display "mprb05qr: unable to open QRREJ, status "
021400           ws-release-reject-status upon console
021500        set run-failed to true
021600     end-if.
021700     open output RELEASE-CORR-FILE.
021800     if ws-release-corr-status not = '00'
021900        display "mprb05qr: unable to open QRCORR, status "
022000           ws-release-corr-status upon console
022100        set run-failed to true
022200     end-if.
022300     open output REPORT-FILE.
022400     if ws-report-status not = '00'
022500        display "mprb05qr: unable to open QRLIST, status "
022600           ws-report-status upon console
022700        set run-failed to true
022800     end-if.
022900     if run-failed
023000        move 8 to RETURN-CODE
023100     else
023200        move spaces to REPORT-LINE
023300        string 'MPRB05 QUARANTINED MESSAGES AT '
023400           delimited by size
023500           report-date delimited by size
023600           into REPORT-LINE
023700        write REPORT-LINE
023800        if release-trancode not = spaces
023900           move spaces to REPORT-LINE
024000           string 'RELEASE REQUESTED FOR ' delimited by size
024100              release-trancode delimited by size
024200              ' ' delimited by size
024300              release-seq-no delimited by size
024400              into REPORT-LINE
024500           write REPORT-LINE
024600        end-if
024700     end-if.
024800 end-initialise-quarantine.
024900     exit.
025000
025100 parse-parm-area.
025200     move spaces to ws-parm-tokens.
025300     if PARM-LENGTH > 0
025400        unstring PARM-DATA (1:PARM-LENGTH) delimited by ','
025500           into ws-parm-token (1) ws-parm-token (2)
025600              ws-parm-token (3) ws-parm-token (4)
025700              ws-parm-token (5) ws-parm-token (6)
025800        end-unstring
025900        perform varying ws-parm-idx from 1 by 1
026000           until ws-parm-idx > 6
026100           if ws-parm-token (ws-parm-idx) not = spaces
026200              perform split-parm-token
026300                 thru end-split-parm-token
026400           end-if
026500        end-perform
026600     end-if.
026700 end-parse-parm-area.
026800     exit.
026900
027000 split-parm-token.
027100     move spaces to ws-parm-key ws-parm-val.
027200     unstring ws-parm-token (ws-parm-idx) delimited by '='
027300        into ws-parm-key ws-parm-val.
027400     evaluate ws-parm-key
027500        when 'RELEASE'
027600           move ws-parm-val(1:8) to release-trancode
027700        when 'SEQ'
027800           move ws-parm-val(1:7) to release-seq-no
027900     end-evaluate.
028000 end-split-parm-token.
028100     exit.
028200
028300************************************************************
028400*            LIST-QUARANTINE
028500*    One pass over QUARIN in the order mprb05 appended it:
028600*    each message is listed, then released or carried
028700*    forward - never both, never neither.
028800************************************************************
028900
029000 list-quarantine.
029100     move spaces to REPORT-LINE.
029200     write REPORT-LINE.
029300     move spaces to REPORT-LINE.
029400     string 'DATE     TIME    TRANCODE SEQ NO   USERID    '
029500        'HANDLER   RUNS  FIRST RESTART    LAST RESTART     '
029600        'CHKP ID   STATUS'
029700        delimited by size
029800        into REPORT-LINE.
029900     write REPORT-LINE.
030000     perform list-one-quarantined
030100        thru end-list-one-quarantined
030200        until end-of-quarantine.
030300     move spaces to REPORT-LINE.
030400     write REPORT-LINE.
030500     move listed-count to display-count.
030600     move spaces to REPORT-LINE.
030700     string 'MESSAGES LISTED  ' delimited by size
030800        display-count delimited by size
030900        into REPORT-LINE.
031000     write REPORT-LINE.
031100     move released-count to display-count.
031200     move spaces to REPORT-LINE.
031300     string '   RELEASED      ' delimited by size
031400        display-count delimited by size
031500        into REPORT-LINE.
031600     write REPORT-LINE.
031700     move held-count to display-count.
031800     move spaces to REPORT-LINE.
031900     string '   STILL HELD    ' delimited by size
032000        display-count delimited by size
032100        into REPORT-LINE.
032200     write REPORT-LINE.
032300 end-list-quarantine.
032400     exit.
032500
032600 list-one-quarantined.
032700     read QUARANTINE-FILE
032800        at end
032900           set end-of-quarantine to true
033000        not at end
033100           add 1 to listed-count
033200           perform judge-release
033300              thru end-judge-release
033400           if release-this
033500              perform write-release-records
033600                 thru end-write-release-records
033700           end-if
033800           if release-this
033900              add 1 to released-count
034000           else
034100              add 1 to held-count
034200              move QUARANTINE-RECORD to CARRY-FORWARD-RECORD
034300              write CARRY-FORWARD-RECORD
034312              if ws-carry-forward-status not = '00'
034324                 display "mprb05qr: QUAROUT write error, status "
034336                    ws-carry-forward-status upon console
034348                 set run-failed to true
034360                 move 8 to RETURN-CODE
034372                 set end-of-quarantine to true
034384              end-if
034400           end-if
034500           perform print-quarantined
034600              thru end-print-quarantined
034700     end-read.
034800*    A read that neither delivered a record nor said at-end is
034900*    an I/O error - stop rather than spin on it.
035000     if ws-quarantine-file-status not = '00'
035100        and ws-quarantine-file-status not = '10'
035200        display "mprb05qr: QUARIN read error, status "
035300           ws-quarantine-file-status upon console
035400        move 8 to RETURN-CODE
035500        set end-of-quarantine to true
035600     end-if.
035700 end-list-one-quarantined.
035800     exit.
035900
036000 judge-release.
036100     move 'n' to release-this-sw.
036200     if release-trancode = 'ALL'
036300        or release-trancode = QR-TRANCODE
036400        if release-seq-no = spaces
036500           or release-seq-no = QR-LINE (1:7)
036600           set release-this to true
036700        end-if
036800     end-if.
036900 end-judge-release.
037000     exit.
037100
037200************************************************************
037300*            WRITE-RELEASE-RECORDS
037400*    The reject record and its correction share the date,
037500*    time and trancode stamp mprb05e matches them on. A
037600*    release that will not write stays quarantined - a
037700*    message dropped from QUARANT with nothing to resubmit it
037800*    would be lost.
037900************************************************************
038000
038100 write-release-records.
038200     move spaces to REJECT-RECORD.
038300     move QR-DATE to RJ-DATE.
038400     move QR-TIME to RJ-TIME.
038500     move '21' to RJ-REASON-CODE.
038600     move 'QUARANTINE RELEASED' to RJ-REASON-TEXT.
038700     move QR-TRANCODE to RJ-TRANCODE.
038800     move 0 to RJ-LL.
038900     move QR-LINE to RJ-LINE.
039000     move QR-USERID to RJ-USERID.
039100     write REJECT-RECORD.
039200     if ws-release-reject-status not = '00'
039300        display "mprb05qr: QRREJ write error, status "
039400           ws-release-reject-status upon console
039500        move 'n' to release-this-sw
039600        move 8 to RETURN-CODE
039700     else
039800        move spaces to CORRECTION-RECORD
039900        move QR-DATE to CO-DATE
040000        move QR-TIME to CO-TIME
040100        move QR-TRANCODE to CO-TRANCODE
040200        move QR-LINE (9:72) to CO-BODY
040300        write CORRECTION-RECORD
040400        if ws-release-corr-status not = '00'
040500           display "mprb05qr: QRCORR write error, status "
040600              ws-release-corr-status upon console
040700           move 'n' to release-this-sw
040800           move 8 to RETURN-CODE
040900        end-if
041000     end-if.
041100 end-write-release-records.
041200     exit.
041300
041400 print-quarantined.
041500     move spaces to quarantine-detail.
041600     move QR-DATE to qd-date.
041700     move QR-TIME (1:6) to qd-time.
041800     move QR-TRANCODE to qd-trancode.
041900     move QR-LINE (1:7) to qd-seq-no.
042000     move QR-USERID to qd-userid.
042100     move QR-HANDLER to qd-handler.
042200     move QR-ABEND-COUNT to qd-abend-count.
042300     move QR-FIRST-RESTART-DATE to qd-first-date.
042400     move QR-FIRST-RESTART-TIME (1:6) to qd-first-time.
042500     move QR-LAST-RESTART-DATE to qd-last-date.
042600     move QR-LAST-RESTART-TIME (1:6) to qd-last-time.
042700     move QR-RESTART-CHKP-ID to qd-chkp-id.
042800     if release-this
042900        move 'RELEASED' to qd-status
043000     else
043100        move 'HELD' to qd-status
043200     end-if.
043300     move quarantine-detail to REPORT-LINE.
043400     write REPORT-LINE.
043500 end-print-quarantined.
043600     exit.
043700
043800************************************************************
043900*            FINALISE-QUARANTINE
044000************************************************************
044100
044200 finalise-quarantine.
044300     if quarantine-open
044400        close QUARANTINE-FILE
044500     end-if.
044600     if ws-carry-forward-status = '00'
044700        close CARRY-FORWARD-FILE
044800     end-if.
044900     if ws-release-reject-status = '00'
045000        close RELEASE-REJECT-FILE
045100     end-if.
045200     if ws-release-corr-status = '00'
045300        close RELEASE-CORR-FILE
045400     end-if.
045500     if ws-report-status = '00'
045600        close REPORT-FILE
045700     end-if.
045800     move listed-count to display-count.
045900     display "mprb05qr: " display-count " messages quarantined"
046000        upon console.
046100     move released-count to display-count.
046200     display "mprb05qr: " display-count " messages released"
046300        upon console.
046400     if held-count > 0
046500        move held-count to display-count
046600        display "mprb05qr: *** " display-count
046700           " MESSAGES STILL QUARANTINED - SEE QRLIST ***"
046800           upon console
046900     end-if.
047000     if release-trancode not = spaces
047100        and released-count = 0
047200        and RETURN-CODE < 4
047300        display "mprb05qr: *** RELEASE " release-trancode
047400           " MATCHED NO QUARANTINED MESSAGE ***" upon console
047500        move 4 to RETURN-CODE
047600     end-if.
047700 end-finalise-quarantine.
047800     exit.
