000100 CBL  SOURCE XREF
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. 'mprb05rc'.
000400************************************************************
000500*
000600*  Quarterly permission recertification. AUTHFILE only ever
000700*  grows: mprb05j adds grants one PARM run at a time and
000800*  nothing takes them away again. This run matches every
000900*  AUTHFILE grant against the usage the statistics history
001000*  master (HISTIN, the mprb05w output) records in its 'B'
001100*  origin-by-trancode records, and lists each grant with the
001200*  date it was last used and its volume over the whole
001300*  history. A grant idle longer than IDLEDAYS - or never used
001400*  and granted longer ago than that - is flagged DORMANT and
001500*  written to the RVKOUT revoke candidate file (RVKREC
001600*  layout) for the business owner to sign off and feed back
001700*  through mprb05j CMD=BULKREV. Usage by a user on a trancode
001800*  the user holds no grant for is listed separately as an
001900*  anomaly - volume from before the grant was revoked, or
002000*  from before authorization was switched on.
002100*
002200*  PARM keyword:  IDLEDAYS=nnn  (days unused before a grant
002300*                 is flagged, 90)
002400*
002500*  Ends with return code 8 when an input or output will not
002600*  open or the usage table overflows (a grant missing from
002700*  the table would look unused and be put up for revoke), 4
002800*  when anomalies were found.
002900*
003000*  Program     mprb05rc
003100*  PSB:        none - batch, no IMS calls
003200*  Databases:  none
003300*  Access:     HISTIN (in), AUTHFILE (VSAM, read),
003400*              RCLIST (out), RVKOUT (out)
003500*
003600************************************************************
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER.  IBM-370.
004000 OBJECT-COMPUTER.  IBM-370.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT HIST-IN-FILE ASSIGN TO HISTIN
004400        ORGANIZATION IS SEQUENTIAL
004500        FILE STATUS IS ws-hist-in-status.
004600     SELECT AUTH-FILE ASSIGN TO AUTHFILE
004700        ORGANIZATION IS INDEXED
004800        ACCESS MODE IS SEQUENTIAL
004900        RECORD KEY IS AU-KEY
005000        FILE STATUS IS ws-auth-file-status.
005100     SELECT REPORT-FILE ASSIGN TO RCLIST
005200        ORGANIZATION IS SEQUENTIAL
005300        FILE STATUS IS ws-report-status.
005400     SELECT REVOKE-FILE ASSIGN TO RVKOUT
005500        ORGANIZATION IS SEQUENTIAL
005600        FILE STATUS IS ws-revoke-status.
005700
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  HIST-IN-FILE
006100     RECORDING MODE IS F.
006200     COPY STATREC.
006300
006400 FD  AUTH-FILE.
006500     COPY AUTHREC.
006600
006700 FD  REPORT-FILE
006800     RECORDING MODE IS F.
006900 01  REPORT-LINE              PIC X(132).
007000
007100 FD  REVOKE-FILE
007200     RECORDING MODE IS F.
007300     COPY RVKREC.
007400
007500 WORKING-STORAGE SECTION.
007600
007700 77  ws-hist-in-status     pic xx value spaces.
007800 77  ws-auth-file-status   pic xx value spaces.
007900 77  ws-report-status      pic xx value spaces.
008000 77  ws-revoke-status      pic xx value spaces.
008100 77  end-of-input-sw       pic x value 'n'.
008200     88 end-of-input             value 'y'.
008300 77  recert-fatal-sw       pic x value 'n'.
008400     88 recert-fatal             value 'y'.
008500
008600 77  idle-days             pic 9(3) value 90.
008700 77  today-date            pic 9(8) value 0.
008800 77  today-int             pic s9(9) binary value 0.
008900 77  cutoff-date           pic 9(8) value 0.
009000 77  used-date             pic 9(8) value 0.
009100 77  days-idle             pic 9(5) value 0.
009200
009300 77  hist-read-count       pic 9(7) value 0.
009400 77  grant-count           pic 9(7) value 0.
009500 77  dormant-count         pic 9(7) value 0.
009600 77  undated-count         pic 9(7) value 0.
009700 77  anomaly-count         pic 9(7) value 0.
009800 77  display-count         pic zzz,zzz,zz9.
009900 77  display-volume        pic zzz,zzz,zz9.
010000 77  display-idle          pic zz,zz9.
010100 77  display-last-used     pic x(8) value spaces.
010200 77  display-flag          pic x(8) value spaces.
010300
010400 01  ws-parm-tokens.
010500     02  ws-parm-token    pic x(20) occurs 6 times.
010600 77  ws-parm-idx          pic 9(4) binary value 1.
010700 77  ws-parm-key          pic x(10).
010800 77  ws-parm-val          pic x(10).
010900
011000************************************************************
011100*            USAGE TABLE
011200*    One slot per user/trancode pair with 'B' volume on the
011300*    history master: the volume summed over every date and
011400*    the latest date it was used. Marked once a grant claims
011500*    it; the unclaimed slots are the anomalies. Same linear-
011600*    table idiom as mprb05w.
011700************************************************************
011800
011900 77  uu-entry-count        pic 9(4) binary value 0.
012000 77  uu-max-entries        pic 9(4) binary value 5000.
012100 77  uu-found-sw           pic x value 'n'.
012200     88 uu-found                 value 'y'.
012300 77  uu-dropped-count      pic 9(7) value 0.
012400 01  uu-table.
012500     05  uu-entry OCCURS 1 TO 5000 TIMES
012600             DEPENDING ON uu-entry-count
012700             INDEXED BY uu-ix.
012800         10  uu-userid         pic x(8).
012900         10  uu-trancode       pic x(8).
013000         10  uu-last-date      pic x(8).
013100         10  uu-volume         pic 9(9).
013200         10  uu-granted-sw     pic x.
013300             88 uu-granted           value 'y'.
013400
013500*****************************************************
013600 LINKAGE SECTION.
013700
013800 01  PARM-AREA.
013900     02  PARM-LENGTH      PIC S9(4) COMP.
014000     02  PARM-DATA        PIC X(80).
014100
014200 PROCEDURE DIVISION USING PARM-AREA.
014300*****************************************************
014400 MAIN-RTN.
014500
014600     perform initialise-recert
014700        thru end-initialise-recert.
014800
014900     if not recert-fatal
015000        perform load-usage
015100           thru end-load-usage
015200     end-if.
015300
015400     if not recert-fatal
015500        perform recertify-grants
015600           thru end-recertify-grants
015700        perform list-anomalies
015800           thru end-list-anomalies
015900     end-if.
016000
016100     perform finalise-recert
016200        thru end-finalise-recert.
016300
016400     goback.
016500
016600************************************************************
016700*            INITIALISE-RECERT
016800*    The cutoff is the calendar date IDLEDAYS days ago; a
016900*    grant last used before it (or never used and granted
017000*    before it) is dormant. Every file must open before any
017100*    candidate is written - a candidate file from a partial
017200*    run would put grants up for revoke on half the evidence.
017300************************************************************
017400
017500 initialise-recert.
017600     display "mprb05rc: permission recertification starting".
017700     perform parse-parm-area
017800        thru end-parse-parm-area.
017900     accept today-date from date yyyymmdd.
018000     compute today-int =
018100        function integer-of-date (today-date).
018200     compute cutoff-date =
018300        function date-of-integer (today-int - idle-days).
018400     display "mprb05rc: grants idle " idle-days
018500        " days flagged (unused since " cutoff-date ")".
018600     open input HIST-IN-FILE.
018700     if ws-hist-in-status not = '00'
018800*       Without the history every grant would look unused -
018900*       a missing master is not a first run here, it is a
019000*       run that must not happen.
019100        display "mprb05rc: *** CANNOT READ HISTIN, STATUS "
019200           ws-hist-in-status " - RUN ABORTED ***" upon console
019300        move 'y' to recert-fatal-sw
019400        move 8 to RETURN-CODE
019500     end-if.
019600     open input AUTH-FILE.
019700     if ws-auth-file-status not = '00'
019800        display "mprb05rc: *** CANNOT READ AUTHFILE, STATUS "
019900           ws-auth-file-status " - RUN ABORTED ***" upon console
020000        move 'y' to recert-fatal-sw
020100        move 8 to RETURN-CODE
020200     end-if.
020300     open output REPORT-FILE.
020400     if ws-report-status not = '00'
020500        display "mprb05rc: *** CANNOT OPEN RCLIST, STATUS "
020600           ws-report-status " - RUN ABORTED ***" upon console
020700        move 'y' to recert-fatal-sw
020800        move 8 to RETURN-CODE
020900     end-if.
021000     open output REVOKE-FILE.
021100     if ws-revoke-status not = '00'
021200        display "mprb05rc: *** CANNOT OPEN RVKOUT, STATUS "
021300           ws-revoke-status " - RUN ABORTED ***" upon console
021400        move 'y' to recert-fatal-sw
021500        move 8 to RETURN-CODE
021600     end-if.
021700 end-initialise-recert.
021800     exit.
021900
022000 parse-parm-area.
022100     move spaces to ws-parm-tokens.
022200     if PARM-LENGTH > 0
022300        unstring PARM-DATA (1:PARM-LENGTH) delimited by ','
022400           into ws-parm-token (1) ws-parm-token (2)
022500              ws-parm-token (3) ws-parm-token (4)
022600              ws-parm-token (5) ws-parm-token (6)
022700        end-unstring
022800        perform varying ws-parm-idx from 1 by 1
022900           until ws-parm-idx > 6
023000           if ws-parm-token (ws-parm-idx) not = spaces
023100              perform split-parm-token
023200                 thru end-split-parm-token
023300           end-if
023400        end-perform
023500     end-if.
023600 end-parse-parm-area.
023700     exit.
023800
023900 split-parm-token.
024000     move spaces to ws-parm-key ws-parm-val.
024100     unstring ws-parm-token (ws-parm-idx) delimited by '='
024200        into ws-parm-key ws-parm-val.
024300     evaluate ws-parm-key
024400        when 'IDLEDAYS'
024500           move ws-parm-val(1:3) to idle-days
024600     end-evaluate.
024700 end-split-parm-token.
024800     exit.
024900
025000************************************************************
025100*            LOAD-USAGE
025200*    Only the 'B' records count: they alone carry both the
025300*    submitting user and the trancode. A zero count is not
025400*    use.
025500************************************************************
025600
025700 load-usage.
025800     move 'n' to end-of-input-sw.
025900     perform read-history-record
026000        thru end-read-history-record
026100        until end-of-input.
026200     close HIST-IN-FILE.
026300     move hist-read-count to display-count.
026400     display "mprb05rc: " display-count " history records read".
026500     if uu-dropped-count > 0
026600        display "mprb05rc: *** USAGE TABLE FULL, "
026700           uu-dropped-count " RECORDS NOT HELD - RUN ABORTED ***"
026800           upon console
026900        move 'y' to recert-fatal-sw
027000        move 8 to RETURN-CODE
027100     end-if.
027200 end-load-usage.
027300     exit.
027400
027500 read-history-record.
027600     read HIST-IN-FILE
027700        at end
027800           set end-of-input to true
027900        not at end
028000           add 1 to hist-read-count
028100           if SR-IS-ORIGIN-TC and SR-COUNT > 0
028200              perform accumulate-usage
028300                 thru end-accumulate-usage
028400           end-if
028500     end-read.
028600*    A read that neither delivered a record nor said at-end is
028700*    an I/O error - the usage would be incomplete, so stop.
028800     if ws-hist-in-status not = '00'
028900        and ws-hist-in-status not = '10'
029000        display "mprb05rc: *** HISTIN READ ERROR, STATUS "
029100           ws-hist-in-status " - RUN ABORTED ***" upon console
029200        move 'y' to recert-fatal-sw
029300        move 8 to RETURN-CODE
029400        set end-of-input to true
029500     end-if.
029600 end-read-history-record.
029700     exit.
029800
029900 accumulate-usage.
030000     move SR-ORIGIN-USERID to AU-USERID.
030100     move SR-TRANCODE to AU-TRANCODE.
030200     perform find-usage
030300        thru end-find-usage.
030400     if uu-found
030500        add SR-COUNT to uu-volume (uu-ix)
030600        if SR-RUN-DATE > uu-last-date (uu-ix)
030700           move SR-RUN-DATE to uu-last-date (uu-ix)
030800        end-if
030900     else
031000        if uu-entry-count < uu-max-entries
031100           add 1 to uu-entry-count
031200           set uu-ix to uu-entry-count
031300           move SR-ORIGIN-USERID to uu-userid (uu-ix)
031400           move SR-TRANCODE to uu-trancode (uu-ix)
031500           move SR-RUN-DATE to uu-last-date (uu-ix)
031600           move SR-COUNT to uu-volume (uu-ix)
031700           move 'n' to uu-granted-sw (uu-ix)
031800        else
031900           add 1 to uu-dropped-count
032000        end-if
032100     end-if.
032200 end-accumulate-usage.
032300     exit.
032400
032500*    Looks up the pair in AU-USERID/AU-TRANCODE; uu-ix is left
032600*    on the slot when found.
032700 find-usage.
032800     move 'n' to uu-found-sw.
032900     set uu-ix to 1.
033000     perform until uu-ix > uu-entry-count or uu-found
033100        if uu-userid (uu-ix) = AU-USERID
033200           and uu-trancode (uu-ix) = AU-TRANCODE
033300           set uu-found to true
033400        else
033500           set uu-ix up by 1
033600        end-if
033700     end-perform.
033800 end-find-usage.
033900     exit.
034000
034100************************************************************
034200*            RECERTIFY-GRANTS
034300*    AUTHFILE front to back, one report line per grant. A
034400*    grant with an unreadable granted date and no use cannot
034500*    be judged and is listed UNDATED rather than put up for
034600*    revoke.
034700************************************************************
034800
034900 recertify-grants.
035000     move spaces to REPORT-LINE.
035100     string 'MPRB05 PERMISSION RECERTIFICATION  RUN '
035200        today-date '  IDLE LIMIT ' idle-days ' DAYS'
035300        delimited by size into REPORT-LINE.
035400     write REPORT-LINE.
035500     move spaces to REPORT-LINE.
035600     write REPORT-LINE.
035700     move spaces to REPORT-LINE.
035800     string 'GRANTS' delimited by size into REPORT-LINE.
035900     write REPORT-LINE.
036000     move spaces to REPORT-LINE.
036100     string 'USER     TRANCODE GRANTED  BY       LAST USE '
036200        '     VOLUME   IDLE FLAG'
036300        delimited by size into REPORT-LINE.
036400     write REPORT-LINE.
036500     move 'n' to end-of-input-sw.
036600     perform recertify-one-grant
036700        thru end-recertify-one-grant
036800        until end-of-input.
036900     close AUTH-FILE.
037000 end-recertify-grants.
037100     exit.
037200
037300 recertify-one-grant.
037400     read AUTH-FILE next
037500        at end
037600           set end-of-input to true
037700        not at end
037800           add 1 to grant-count
037900           perform judge-grant
038000              thru end-judge-grant
038100     end-read.
038200*    A read that neither delivered a record nor said at-end is
038300*    an I/O error - stop the browse rather than spin on it.
038400     if ws-auth-file-status not = '00'
038500        and ws-auth-file-status not = '10'
038600        display "mprb05rc: AUTHFILE read error, status "
038700           ws-auth-file-status upon console
038800        move 8 to RETURN-CODE
038900        set end-of-input to true
039000     end-if.
039100 end-recertify-one-grant.
039200     exit.
039300
039400 judge-grant.
039500     move spaces to display-flag.
039600     move 0 to days-idle.
039700     move 'NEVER' to display-last-used.
039800     move 0 to display-volume.
039900     perform find-usage
040000        thru end-find-usage.
040100     if uu-found
040200        set uu-granted (uu-ix) to true
040300        move uu-last-date (uu-ix) to display-last-used
040400        move uu-volume (uu-ix) to display-volume
040500        move uu-last-date (uu-ix) to used-date
040600     else
040700        move AU-GRANTED-DATE to used-date
040800     end-if.
040900     if used-date is numeric and used-date > 19000000
041000        if used-date < today-date
041100           compute days-idle = today-int -
041200              function integer-of-date (used-date)
041300        end-if
041400        if used-date < cutoff-date
041500           move 'DORMANT' to display-flag
041600           perform write-revoke-candidate
041700              thru end-write-revoke-candidate
041800        end-if
041900     else
042000        move 'UNDATED' to display-flag
042100        add 1 to undated-count
042200     end-if.
042300     move days-idle to display-idle.
042400     move spaces to REPORT-LINE.
042500     string AU-USERID ' ' AU-TRANCODE ' ' AU-GRANTED-DATE ' '
042600        AU-GRANTED-BY ' ' display-last-used ' ' display-volume
042700        ' ' display-idle ' ' display-flag
042800        delimited by size into REPORT-LINE.
042900     write REPORT-LINE.
043000 end-judge-grant.
043100     exit.
043200
043300 write-revoke-candidate.
043400     add 1 to dormant-count.
043500     move spaces to REVOKE-CANDIDATE-RECORD.
043600     move AU-USERID to RV-USERID.
043700     move AU-TRANCODE to RV-TRANCODE.
043800     move AU-GRANTED-DATE to RV-GRANTED-DATE.
043900     move AU-GRANTED-BY to RV-GRANTED-BY.
044000     move 0 to RV-VOLUME.
044100     if uu-found
044200        move uu-last-date (uu-ix) to RV-LAST-USED-DATE
044300        move uu-volume (uu-ix) to RV-VOLUME
044400     end-if.
044500     move days-idle to RV-DAYS-IDLE.
044600     write REVOKE-CANDIDATE-RECORD.
044700     if ws-revoke-status not = '00'
044800        display "mprb05rc: RVKOUT write failed, status "
044900           ws-revoke-status upon console
045000        move 8 to RETURN-CODE
045100     end-if.
045200 end-write-revoke-candidate.
045300     exit.
045400
045500************************************************************
045600*            LIST-ANOMALIES
045700*    Usage no grant claimed: the user submitted the trancode
045800*    without holding a grant for it today.
045900************************************************************
046000
046100 list-anomalies.
046200     move spaces to REPORT-LINE.
046300     write REPORT-LINE.
046400     move spaces to REPORT-LINE.
046500     string 'USAGE WITHOUT A GRANT' delimited by size
046600        into REPORT-LINE.
046700     write REPORT-LINE.
046800     move spaces to REPORT-LINE.
046900     string 'USER     TRANCODE LAST USE      VOLUME'
047000        delimited by size into REPORT-LINE.
047100     write REPORT-LINE.
047200     perform varying uu-ix from 1 by 1
047300        until uu-ix > uu-entry-count
047400        if not uu-granted (uu-ix)
047500           add 1 to anomaly-count
047600           move uu-volume (uu-ix) to display-volume
047700           move spaces to REPORT-LINE
047800           string uu-userid (uu-ix) ' ' uu-trancode (uu-ix) ' '
047900              uu-last-date (uu-ix) ' ' display-volume
048000              delimited by size into REPORT-LINE
048100           write REPORT-LINE
048200        end-if
048300     end-perform.
048400     if anomaly-count = 0
048500        move spaces to REPORT-LINE
048600        string '  NONE' delimited by size into REPORT-LINE
048700        write REPORT-LINE
048800     end-if.
048900 end-list-anomalies.
049000     exit.
049100
049200************************************************************
049300*            FINALISE-RECERT
049400************************************************************
049500
049600 finalise-recert.
049700     if not recert-fatal
049800        move spaces to REPORT-LINE
049900        write REPORT-LINE
050000        move spaces to REPORT-LINE
050100        string 'GRANTS ' grant-count '  DORMANT ' dormant-count
050200           '  UNDATED ' undated-count
050300           '  USAGE WITHOUT A GRANT ' anomaly-count
050400           delimited by size into REPORT-LINE
050500        write REPORT-LINE
050600     end-if.
050700     if ws-report-status = '00'
050800        close REPORT-FILE
050900     end-if.
051000     if ws-revoke-status = '00'
051100        close REVOKE-FILE
051200     end-if.
051300     move grant-count to display-count.
051400     display "mprb05rc: " display-count " grants recertified".
051500     move dormant-count to display-count.
051600     display "mprb05rc: " display-count
051700        " dormant grants written to RVKOUT".
051800     if anomaly-count > 0
051900        move anomaly-count to display-count
052000        display "mprb05rc: " display-count
052100           " user/trancode pairs used without a grant"
052200           upon console
052300        if RETURN-CODE < 4
052400           move 4 to RETURN-CODE
052500        end-if
052600     end-if.
052700 end-finalise-recert.
052800     exit.
