000100 CBL  SOURCE XREF
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. 'mprb05ab'.
000400************************************************************
000500*
000600*  Nightly payer account balance listing. Browses the
000700*  ACCTMAST VSAM master the PAYMENT handler (mprb05p1) posts
000800*  every payment to, in account-number order, and prints one
000900*  line per account - status, name, running balance, number
001000*  of postings and the business date and sequence number of
001100*  the last one - with balance totals per account status at
001200*  the foot. Finance reads the per-account figures off this
001300*  instead of rebuilding them from PAYPOST by hand.
001400*
001500*  PARM keyword:  BDATE=yyyymmdd  business day named in the
001600*                 heading (default today)
001700*
001800*  Ends with return code 8 when the master will not open or
001900*  a browse read fails - a short listing must not pass for a
002000*  complete one.
002043*
002086*  The step's start, end and return code are appended to
002129*  RUNHIST through mprb05sh, as a job step history record.
002175*
002200*  Program     mprb05ab
002300*  PSB:        none - plain batch, no IMS calls
002400*  Databases:  none
002500*  Access:     ACCTMAST (VSAM, browse), BALOUT (out)
002600*
002700************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.  IBM-370.
003100 OBJECT-COMPUTER.  IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT ACCOUNT-MASTER-FILE ASSIGN TO ACCTMAST
003500        ORGANIZATION IS INDEXED
003600        ACCESS MODE IS DYNAMIC
003700        RECORD KEY IS AC-ACCOUNT-NO
003800        FILE STATUS IS ws-account-file-status.
003900     SELECT REPORT-FILE ASSIGN TO BALOUT
004000        ORGANIZATION IS SEQUENTIAL
004100        FILE STATUS IS ws-report-status.
004200
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  ACCOUNT-MASTER-FILE.
004600     COPY ACCTREC.
004700
004800 FD  REPORT-FILE
004900     RECORDING MODE IS F.
005000 01  REPORT-LINE              PIC X(100).
005100
005200 WORKING-STORAGE SECTION.
005300
005400 77  ws-account-file-status pic xx value spaces.
005500 77  ws-report-status      pic xx value spaces.
005600 77  ws-browse-done-sw     pic x value 'n'.
005700     88 ws-browse-done           value 'y'.
005800
005900 77  target-date           pic 9(8) value 0.
006000 77  listed-count          pic 9(7) value 0.
006100 77  display-count         pic zzz,zzz,zz9.
006200 77  display-balance       pic z,zzz,zzz,zz9.99-.
006300
006400 01  ws-parm-tokens.
006500     02  ws-parm-token    pic x(20) occurs 6 times.
006600 77  ws-parm-idx          pic 9(4) binary value 1.
006700 77  ws-parm-key          pic x(10).
006800 77  ws-parm-val          pic x(10).
006900
007000************************************************************
007100*            PER-STATUS TOTALS
007200*    Open, closed and blocked - the three AC-STATUS values;
007300*    anything else on the master counts under the fourth
007400*    slot so the foot still adds up to the whole file.
007500************************************************************
007600
007700 01  st-table.
007800     02  st-entry occurs 4 times
007900           indexed by st-ix.
008000         03  st-label         pic x(8).
008100         03  st-count         pic 9(7).
008200         03  st-balance       pic s9(13)v99.
008300
008400 01  balance-detail.
008500     02  bd-account-no    pic x(12).
008600     02  filler           pic x(2) value spaces.
008700     02  bd-status        pic x.
008800     02  filler           pic x(2) value spaces.
008900     02  bd-name          pic x(30).
009000     02  filler           pic x(2) value spaces.
009100     02  bd-balance       pic z,zzz,zzz,zz9.99-.
009200     02  filler           pic x(2) value spaces.
009300     02  bd-post-count    pic zzz,zzz,zz9.
009400     02  filler           pic x(2) value spaces.
009500     02  bd-last-date     pic 9(8).
009600     02  filler           pic x value space.
009700     02  bd-last-seq-no   pic x(7).
009800
009814************************************************************
009828*            STEP HISTORY (mprb05sh)
009842************************************************************
009856
009870     COPY STEPHIST.
009884
009900*****************************************************
010000 LINKAGE SECTION.
010100
010200 01  PARM-AREA.
010300     02  PARM-LENGTH      PIC S9(4) COMP.
010400     02  PARM-DATA        PIC X(80).
010500
010600 PROCEDURE DIVISION USING PARM-AREA.
010700*****************************************************
010800 MAIN-RTN.
010820
010856     move 'mprb05ab' to SH-PROGRAM.
010892     set SH-STEP-START to true.
010928     call 'mprb05sh' using STEP-HISTORY-AREA.
010964
011000     perform initialise-listing
011100        thru end-initialise-listing.
011200
011300     perform list-one-account
011400        thru end-list-one-account
011500        until ws-browse-done.
011600
011700     perform finalise-listing
011800        thru end-finalise-listing.
011900
011916     move RETURN-CODE to SH-RETURN-CODE.
011932     move listed-count to SH-TOTAL-COUNT.
011948     set SH-STEP-END to true.
011964     call 'mprb05sh' using STEP-HISTORY-AREA.
011980     move SH-RETURN-CODE to RETURN-CODE.
012000     goback.
012100
012200************************************************************
012300*            INITIALISE-LISTING
012400************************************************************
012500
012600 initialise-listing.
012700     display "mprb05ab: account balance listing starting".
012800     accept target-date from date yyyymmdd.
012900     perform parse-parm-area
013000        thru end-parse-parm-area.
013100     move 'OPEN    ' to st-label (1).
013200     move 'CLOSED  ' to st-label (2).
013300     move 'BLOCKED ' to st-label (3).
013400     move 'OTHER   ' to st-label (4).
013500     perform varying st-ix from 1 by 1
013600        until st-ix > 4
013700        move 0 to st-count (st-ix)
013800        move 0 to st-balance (st-ix)
013900     end-perform.
014000     open input ACCOUNT-MASTER-FILE.
014100     if ws-account-file-status not = '00'
014200        display "mprb05ab: unable to open ACCTMAST, status "
014300           ws-account-file-status upon console
014400        move 8 to RETURN-CODE
014500        set ws-browse-done to true
014600     end-if.
014700     open output REPORT-FILE.
014800     if ws-report-status not = '00'
014900        display "mprb05ab: unable to open BALOUT, status "
015000           ws-report-status upon console
015100        move 8 to RETURN-CODE
015200        set ws-browse-done to true
015300     end-if.
015400     if not ws-browse-done
015500        move spaces to REPORT-LINE
015600        string 'MPRB05 PAYER ACCOUNT BALANCES AT '
015700           delimited by size
015800           target-date delimited by size
015900           into REPORT-LINE
016000        write REPORT-LINE
016100        move spaces to REPORT-LINE
016200        string 'ACCOUNT       S  NAME'
016300           '                            BALANCE'
016400           '             POSTINGS  LAST POSTING'
016500           delimited by size
016600           into REPORT-LINE
016700        write REPORT-LINE
016800        move low-values to AC-ACCOUNT-NO
016900        start ACCOUNT-MASTER-FILE
017000           key is not less than AC-ACCOUNT-NO
017100           invalid key
017200              set ws-browse-done to true
017300        end-start
017400     end-if.
017500 end-initialise-listing.
017600     exit.
017700
017800 parse-parm-area.
017900     move spaces to ws-parm-tokens.
018000     if PARM-LENGTH > 0
018100        unstring PARM-DATA (1:PARM-LENGTH) delimited by ','
018200           into ws-parm-token (1) ws-parm-token (2)
018300              ws-parm-token (3) ws-parm-token (4)
018400              ws-parm-token (5) ws-parm-token (6)
018500        end-unstring
018600        perform varying ws-parm-idx from 1 by 1
018700           until ws-parm-idx > 6
018800           if ws-parm-token (ws-parm-idx) not = spaces
018900              perform split-parm-token
019000                 thru end-split-parm-token
019100           end-if
019200        end-perform
019300     end-if.
019400 end-parse-parm-area.
019500     exit.
019600
019700 split-parm-token.
019800     move spaces to ws-parm-key ws-parm-val.
019900     unstring ws-parm-token (ws-parm-idx) delimited by '='
020000        into ws-parm-key ws-parm-val.
020100     evaluate ws-parm-key
020200        when 'BDATE'
020300           move ws-parm-val(1:8) to target-date
020400     end-evaluate.
020500 end-split-parm-token.
020600     exit.
020700
020800************************************************************
020900*            LIST-ONE-ACCOUNT
021000*    One detail line per account and its balance into the
021100*    total for its status.
021200************************************************************
021300
021400 list-one-account.
021500     read ACCOUNT-MASTER-FILE next
021600        at end
021700           set ws-browse-done to true
021800        not at end
021900           add 1 to listed-count
022000           evaluate true
022100              when AC-IS-OPEN
022200                 set st-ix to 1
022300              when AC-IS-CLOSED
022400                 set st-ix to 2
022500              when AC-IS-BLOCKED
022600                 set st-ix to 3
022700              when other
022800                 set st-ix to 4
022900           end-evaluate
023000           add 1 to st-count (st-ix)
023100           add AC-BALANCE to st-balance (st-ix)
023200           move spaces to balance-detail
023300           move AC-ACCOUNT-NO to bd-account-no
023400           move AC-STATUS to bd-status
023500           move AC-NAME to bd-name
023600           move AC-BALANCE to bd-balance
023700           move AC-POST-COUNT to bd-post-count
023800           move AC-LAST-POST-DATE to bd-last-date
023900           move AC-LAST-POST-SEQ-NO to bd-last-seq-no
024000           move balance-detail to REPORT-LINE
024100           write REPORT-LINE
024200     end-read.
024300*    A read that neither delivered a record nor said at-end is
024400*    an I/O error - stop the browse rather than spin on it.
024500     if ws-account-file-status not = '00'
024600        and ws-account-file-status not = '10'
024700        display "mprb05ab: ACCTMAST read error, status "
024800           ws-account-file-status upon console
024900        move 8 to RETURN-CODE
025000        set ws-browse-done to true
025100     end-if.
025200 end-list-one-account.
025300     exit.
025400
025500************************************************************
025600*            FINALISE-LISTING
025700*    Foot of the listing: accounts and balance per status.
025800************************************************************
025900
026000 finalise-listing.
026100     if ws-report-status = '00'
026200        move spaces to REPORT-LINE
026300        write REPORT-LINE
026400        perform varying st-ix from 1 by 1
026500           until st-ix > 4
026600           move st-count (st-ix) to display-count
026700           move st-balance (st-ix) to display-balance
026800           move spaces to REPORT-LINE
026900           string 'TOTAL ' delimited by size
027000              st-label (st-ix) delimited by size
027100              ' ACCOUNTS ' delimited by size
027200              display-count delimited by size
027300              '  BALANCE ' delimited by size
027400              display-balance delimited by size
027500              into REPORT-LINE
027600           write REPORT-LINE
027700        end-perform
027800        close REPORT-FILE
027900     end-if.
028000     if ws-account-file-status = '00'
028100        or ws-account-file-status = '10'
028200        close ACCOUNT-MASTER-FILE
028300     end-if.
028400     move listed-count to display-count.
028500     display "mprb05ab: " display-count " accounts listed"
028600        upon console.
028700 end-finalise-listing.
028800     exit.
