000100 CBL  SOURCE XREF
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. 'mprb05sa'.
000400************************************************************
000500*
000600*  Monthly security audit report for the internal auditors.
000700*  Reads the SECAUDIT security audit dataset (SAUDREC
000800*  layout) that mprb05c, mprb05j and mprb05 append to, and
000900*  lists the month's records in two sections - operator
001000*  commands (posted by mprb05c, acted on by the mprb05
001100*  regions) and AUTHFILE permission changes (mprb05j ADD and
001200*  REVOKE) - each line with the job's user ID, the time, the
001300*  command or grant, its target and the value before and
001400*  after. A refused attempt is listed where it happened with
001500*  the reason under it. A summary by job user closes the
001600*  report: what each user changed and how much of it was
001700*  refused.
001800*
001900*  PARM keyword:  MONTH=yyyymm  month reported (default: the
002000*                 month before the run date, for the run
002100*                 scheduled on the first of the month)
002200*
002300*  Ends with return code 8 when SAIN or SALIST will not
002400*  open, 4 when the user summary table overflowed (users
002500*  past the table are listed in the detail, not summed).
002600*
002700*  Program     mprb05sa
002800*  PSB:        none - batch sequential report, no IMS calls
002900*  Databases:  none
003000*  Access:     SAIN (in), SALIST (out)
003100*
003200************************************************************
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER.  IBM-370.
003600 OBJECT-COMPUTER.  IBM-370.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT SECURITY-AUDIT-FILE ASSIGN TO SAIN
004000        ORGANIZATION IS SEQUENTIAL
004100        FILE STATUS IS ws-audit-in-status.
004200     SELECT REPORT-FILE ASSIGN TO SALIST
004300        ORGANIZATION IS SEQUENTIAL
004400        FILE STATUS IS ws-report-status.
004500
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  SECURITY-AUDIT-FILE
004900     RECORDING MODE IS F.
005000     COPY SAUDREC.
005100
005200 FD  REPORT-FILE
005300     RECORDING MODE IS F.
005400 01  REPORT-LINE              PIC X(132).
005500
005600 WORKING-STORAGE SECTION.
005700
005800 77  ws-audit-in-status    pic xx value spaces.
005900 77  ws-report-status      pic xx value spaces.
006000 77  end-of-input-sw       pic x value 'n'.
006100     88 end-of-input             value 'y'.
006200 77  report-fatal-sw       pic x value 'n'.
006300     88 report-fatal             value 'y'.
006400
006500 77  report-month          pic x(6) value spaces.
006600 01  ws-today.
006700     02  ws-today-yyyy     pic 9(4).
006800     02  ws-today-mm       pic 9(2).
006900     02  ws-today-dd       pic 9(2).
007000 01  ws-default-month.
007100     02  ws-default-yyyy   pic 9(4).
007200     02  ws-default-mm     pic 9(2).
007300
007400 01  ws-parm-tokens.
007500     02  ws-parm-token    pic x(20) occurs 6 times.
007600 77  ws-parm-idx          pic 9(4) binary value 1.
007700 77  ws-parm-key          pic x(10).
007800 77  ws-parm-val          pic x(10).
007900
008000************************************************************
008100*            SECTION SELECTION AND COUNTS
008200*    The dataset is read once per section; the section being
008300*    printed decides which event types a pass lists.
008400************************************************************
008500
008600 77  section-sw            pic x value 'C'.
008700     88 section-commands         value 'C'.
008800     88 section-grants           value 'G'.
008900 77  read-count            pic 9(7) value 0.
009000 77  month-count           pic 9(7) value 0.
009100 77  section-count         pic 9(7) value 0.
009200 77  posted-count          pic 9(7) value 0.
009300 77  acted-count           pic 9(7) value 0.
009400 77  added-count           pic 9(7) value 0.
009500 77  revoked-count         pic 9(7) value 0.
009600 77  failed-count          pic 9(7) value 0.
009700 77  display-count         pic zzz,zzz,zz9.
009800 77  display-event         pic x(6) value spaces.
009900 77  display-result        pic x(6) value spaces.
010000 77  display-target        pic x(17) value spaces.
010100
010200************************************************************
010300*            SUMMARY BY JOB USER
010400************************************************************
010500
010600 77  us-entry-count       pic 9(4) binary value 0.
010700 77  us-max-entries       pic 9(4) binary value 200.
010800 77  us-found-sw          pic x value 'n'.
010900     88 us-found                 value 'y'.
011000 77  us-overflow-count    pic 9(7) value 0.
011100 01  us-table.
011200     02  us-entry occurs 1 to 200 times
011300           depending on us-entry-count
011400           indexed by us-ix.
011500         03  us-userid        pic x(8).
011600         03  us-commands      pic 9(7).
011700         03  us-grants        pic 9(7).
011800         03  us-failed        pic 9(7).
011900
012000*****************************************************
012100 LINKAGE SECTION.
012200
012300 01  PARM-AREA.
012400     02  PARM-LENGTH      PIC S9(4) COMP.
012500     02  PARM-DATA        PIC X(80).
012600
012700 PROCEDURE DIVISION USING PARM-AREA.
012800*****************************************************
012900 MAIN-RTN.
013000
013100     perform initialise-report
013200        thru end-initialise-report.
013300
013400     if not report-fatal
013500        set section-commands to true
013600        perform print-section
013700           thru end-print-section
013800        set section-grants to true
013900        perform print-section
014000           thru end-print-section
014100        perform print-user-summary
014200           thru end-print-user-summary
014300     end-if.
014400
014500     perform finalise-report
014600        thru end-finalise-report.
014700
014800     goback.
014900
015000************************************************************
015100*            INITIALISE-REPORT
015200************************************************************
015300
015400 initialise-report.
015500     display "COBOL Program mprb05sa execution begins... "
015600        upon console.
015700     accept ws-today from date yyyymmdd.
015800     move ws-today-yyyy to ws-default-yyyy.
015900     if ws-today-mm = 1
016000        subtract 1 from ws-default-yyyy
016100        move 12 to ws-default-mm
016200     else
016300        compute ws-default-mm = ws-today-mm - 1
016400     end-if.
016500     move ws-default-month to report-month.
016600     perform parse-parm-area
016700        thru end-parse-parm-area.
016800     if report-month not numeric
016900        display "mprb05sa: *** MONTH= NOT yyyymm - RUN "
017000           "ABORTED ***" upon console
017100        set report-fatal to true
017200        move 8 to RETURN-CODE
017300     end-if.
017400     if not report-fatal
017500        open output REPORT-FILE
017600        if ws-report-status not = '00'
017700           display "mprb05sa: *** CANNOT OPEN SALIST, STATUS "
017800              ws-report-status " - RUN ABORTED ***"
017900              upon console
018000           set report-fatal to true
018100           move 8 to RETURN-CODE
018200        end-if
018300     end-if.
018400     if not report-fatal
018500        move spaces to REPORT-LINE
018600        string 'MPRB05 SECURITY AUDIT REPORT  MONTH '
018700           delimited by size
018800           report-month delimited by size
018900           into REPORT-LINE
019000        write REPORT-LINE
019100     end-if.
019200 end-initialise-report.
019300     exit.
019400
019500 parse-parm-area.
019600     move spaces to ws-parm-tokens.
019700     if PARM-LENGTH > 0
019800        unstring PARM-DATA (1:PARM-LENGTH) delimited by ','
019900           into ws-parm-token (1) ws-parm-token (2)
020000              ws-parm-token (3) ws-parm-token (4)
020100              ws-parm-token (5) ws-parm-token (6)
020200        end-unstring
020300        perform varying ws-parm-idx from 1 by 1
020400           until ws-parm-idx > 6
020500           if ws-parm-token (ws-parm-idx) not = spaces
020600              perform split-parm-token
020700                 thru end-split-parm-token
020800           end-if
020900        end-perform
021000     end-if.
021100 end-parse-parm-area.
021200     exit.
021300
021400 split-parm-token.
021500     move spaces to ws-parm-key ws-parm-val.
021600     unstring ws-parm-token (ws-parm-idx) delimited by '='
021700        into ws-parm-key ws-parm-val.
021800     evaluate ws-parm-key
021900        when 'MONTH'
022000           move ws-parm-val(1:6) to report-month
022100     end-evaluate.
022200 end-split-parm-token.
022300     exit.
022400
022500************************************************************
022600*            PRINT-SECTION
022700*    One pass over SAIN per section. A SAIN that will not
022800*    open fails the run - an audit report over nothing would
022900*    read as a month with nothing to report.
023000************************************************************
023100
023200 print-section.
023300     open input SECURITY-AUDIT-FILE.
023400     if ws-audit-in-status not = '00'
023500        display "mprb05sa: *** CANNOT READ SAIN, STATUS "
023600           ws-audit-in-status " - RUN ABORTED ***" upon console
023700        set report-fatal to true
023800        move 8 to RETURN-CODE
023900     else
024000        move 0 to section-count
024100        move spaces to REPORT-LINE
024200        write REPORT-LINE
024300        move spaces to REPORT-LINE
024400        if section-commands
024500           string 'OPERATOR COMMANDS (RUNSTAT)'
024600              delimited by size into REPORT-LINE
024700        else
024800           string 'PERMISSION CHANGES (AUTHFILE)'
024900              delimited by size into REPORT-LINE
025000        end-if
025100        write REPORT-LINE
025200        move spaces to REPORT-LINE
025300        string 'DATE     TIME   JOB USER EVENT  '
025400           delimited by size
025500           'ACTION   TARGET            '
025600           delimited by size
025700           'BEFORE                       '
025800           delimited by size
025900           'AFTER                        RESULT'
026000           delimited by size
026100           into REPORT-LINE
026200        write REPORT-LINE
026300        move 'n' to end-of-input-sw
026400        perform read-one-audit-record
026500           thru end-read-one-audit-record
026600           until end-of-input
026700        close SECURITY-AUDIT-FILE
026800        if section-count = 0
026900           move spaces to REPORT-LINE
027000           string '  NONE THIS MONTH' delimited by size
027100              into REPORT-LINE
027200           write REPORT-LINE
027300        end-if
027400     end-if.
027500 end-print-section.
027600     exit.
027700
027800 read-one-audit-record.
027900     read SECURITY-AUDIT-FILE
028000        at end
028100           set end-of-input to true
028200        not at end
028300           if SA-DATE (1:6) = report-month
028400              evaluate true
028500                 when section-commands
028600                    and (SA-IS-COMMAND-POSTED
028700                       or SA-IS-COMMAND-ACTED)
028800                    perform print-audit-line
028900                       thru end-print-audit-line
029000                 when section-grants and SA-IS-GRANT-CHANGE
029100                    perform print-audit-line
029200                       thru end-print-audit-line
029300                 when other
029400                    continue
029500              end-evaluate
029600           end-if
029700     end-read.
029800*    A read that neither delivered a record nor said at-end is
029900*    an I/O error - stop the pass rather than spin on it.
030000     if ws-audit-in-status not = '00'
030100        and ws-audit-in-status not = '10'
030200        display "mprb05sa: SAIN read error, status "
030300           ws-audit-in-status upon console
030400        move 8 to RETURN-CODE
030500        set end-of-input to true
030600     end-if.
030700 end-read-one-audit-record.
030800     exit.
030900
031000************************************************************
031100*            PRINT-AUDIT-LINE
031200*    One line per record; a refused attempt gets its reason
031300*    on the line under it. The counts and the user summary
031400*    are taken here, so each record is counted in exactly one
031500*    section.
031600************************************************************
031700
031800 print-audit-line.
031900     add 1 to section-count month-count.
032000     move spaces to display-target.
032100     evaluate true
032200        when SA-IS-COMMAND-POSTED
032300           move 'POSTED' to display-event
032400           move SA-TARGET-PROGRAM to display-target
032500           add 1 to posted-count
032600        when SA-IS-COMMAND-ACTED
032700           move 'ACTED' to display-event
032800           move SA-TARGET-PROGRAM to display-target
032900           add 1 to acted-count
033000        when other
033100           move 'GRANT' to display-event
033200           string SA-TARGET-USERID '/' SA-TARGET-TRANCODE
033300              delimited by size into display-target
033400           if SA-SUCCEEDED and SA-ACTION = 'ADD     '
033500              add 1 to added-count
033600           end-if
033650           if SA-SUCCEEDED and (SA-ACTION = 'REVOKE  '
033700              or SA-ACTION = 'BULKREV ')
033800              add 1 to revoked-count
033900           end-if
034000     end-evaluate.
034100     if SA-SUCCEEDED
034200        move 'OK' to display-result
034300     else
034400        move 'FAILED' to display-result
034500        add 1 to failed-count
034600     end-if.
034700     move spaces to REPORT-LINE.
034800     string SA-DATE ' ' SA-TIME (1:6) ' '
034900        SA-JOB-USERID ' ' display-event ' '
035000        SA-ACTION ' ' display-target ' '
035100        SA-BEFORE-VALUE (1:28) ' ' SA-AFTER-VALUE (1:28) ' '
035200        display-result
035300        delimited by size into REPORT-LINE.
035400     write REPORT-LINE.
035500     if not SA-SUCCEEDED
035600        move spaces to REPORT-LINE
035700        string '                REFUSED: ' SA-REASON
035800           delimited by size into REPORT-LINE
035900        write REPORT-LINE
036000     end-if.
036100     perform post-to-user-summary
036200        thru end-post-to-user-summary.
036300 end-print-audit-line.
036400     exit.
036500
036600 post-to-user-summary.
036700     move 'n' to us-found-sw.
036800     if us-entry-count > 0
036900        perform varying us-ix from 1 by 1
037000           until us-ix > us-entry-count or us-found
037100           if us-userid (us-ix) = SA-JOB-USERID
037200              set us-found to true
037300           end-if
037400        end-perform
037500     end-if.
037600     if us-found
037700        set us-ix down by 1
037800     else
037900        if us-entry-count < us-max-entries
038000           add 1 to us-entry-count
038100           set us-ix to us-entry-count
038200           move SA-JOB-USERID to us-userid (us-ix)
038300           move 0 to us-commands (us-ix)
038400           move 0 to us-grants (us-ix)
038500           move 0 to us-failed (us-ix)
038600           set us-found to true
038700        else
038800           add 1 to us-overflow-count
038900        end-if
039000     end-if.
039100     if us-found
039200        if SA-IS-GRANT-CHANGE
039300           add 1 to us-grants (us-ix)
039400        else
039500           add 1 to us-commands (us-ix)
039600        end-if
039700        if not SA-SUCCEEDED
039800           add 1 to us-failed (us-ix)
039900        end-if
040000     end-if.
040100 end-post-to-user-summary.
040200     exit.
040300
040400************************************************************
040500*            PRINT-USER-SUMMARY
040600************************************************************
040700
040800 print-user-summary.
040900     move spaces to REPORT-LINE.
041000     write REPORT-LINE.
041100     move spaces to REPORT-LINE.
041200     string 'SUMMARY BY JOB USER' delimited by size
041300        into REPORT-LINE.
041400     write REPORT-LINE.
041500     move spaces to REPORT-LINE.
041600     string 'JOB USER COMMANDS GRANTS  FAILED' delimited by size
041700        into REPORT-LINE.
041800     write REPORT-LINE.
041900     perform varying us-ix from 1 by 1
042000        until us-ix > us-entry-count
042100        move spaces to REPORT-LINE
042200        string us-userid (us-ix) ' ' us-commands (us-ix) ' '
042300           us-grants (us-ix) ' ' us-failed (us-ix)
042400           delimited by size into REPORT-LINE
042500        write REPORT-LINE
042600     end-perform.
042700     move spaces to REPORT-LINE.
042800     write REPORT-LINE.
042900     move spaces to REPORT-LINE.
043000     string 'COMMANDS POSTED ' posted-count
043100        '  ACTED ON ' acted-count
043200        '  GRANTS ADDED ' added-count
043300        '  REVOKED ' revoked-count
043400        '  FAILED ATTEMPTS ' failed-count
043500        delimited by size into REPORT-LINE.
043600     write REPORT-LINE.
043700 end-print-user-summary.
043800     exit.
043900
044000************************************************************
044100*            FINALISE-REPORT
044200************************************************************
044300
044400 finalise-report.
044500     if ws-report-status = '00'
044600        close REPORT-FILE
044700     end-if.
044800     move month-count to display-count.
044900     display "mprb05sa: " display-count
045000        " audit records reported for " report-month
045100        upon console.
045200     if us-overflow-count > 0
045300        display "mprb05sa: *** " us-overflow-count
045400           " RECORDS PAST THE USER SUMMARY TABLE ***"
045500           upon console
045600        if RETURN-CODE < 4
045700           move 4 to RETURN-CODE
045800        end-if
045900     end-if.
046000 end-finalise-report.
046100     exit.
