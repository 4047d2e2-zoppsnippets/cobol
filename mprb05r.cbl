000700*  Reads the STATS-FILE written by mprb05's write-statistics
000710*  paragraph across every BMP run in the day (req 005/009) and
000720*  prints a volume-by-trancode-and-hour summary.
000730*  The 'V' records add volume by trancode and message
000740*  layout version, so a layout is seen to have gone quiet
000750*  before it is retired from HANDREG.
000800*
000825*  The step's start, end and return code are appended to
000850*  RUNHIST through mprb05sh, as a job step history record.
000875*
000900*  Program     mprb05r
001000*  PSB:        none - batch sequential report, no IMS calls
001100*  Databases:  none
005412         10  sl-measured       pic 9(9).
005413         10  sl-within         pic 9(9).
005414
005415************************************************************
005416*            LAYOUT VERSION ACCUMULATION TABLE
005417*    Sums the 'V' records mprb05 writes per trancode and
005418*    message layout version.
005419************************************************************
005420
005421 77  lv-entry-count        pic 9(4) binary value 0.
005422 77  lv-max-entries        pic 9(4) binary value 100.
005423 77  lv-ix                 pic 9(4) binary value 0.
005424 77  lv-found-sw           pic x value 'n'.
005425     88 lv-found                 value 'y'.
005426 01  lv-table.
005427     05  lv-entry OCCURS 1 TO 100 TIMES
005428             DEPENDING ON lv-entry-count
005429             INDEXED BY lv-ix1.
005430         10  lv-trancode       pic x(8).
005431         10  lv-version        pic x(2).
005432         10  lv-count          pic 9(9).
005433
005434 01  display-line              pic x(80).
005500
005514************************************************************
005528*            STEP HISTORY (mprb05sh)
005542************************************************************
005556
005570     COPY STEPHIST.
005584
005600 PROCEDURE DIVISION.
005700
005800************************************************************
006000************************************************************
006100
006200 MAIN-RTN.
006225     move 'mprb05r' to SH-PROGRAM.
006250     set SH-STEP-START to true.
006275     call 'mprb05sh' using STEP-HISTORY-AREA.
006300     perform initialise-report
006400        thru end-initialise-report.
006500     perform read-stats-loop
006900        thru end-print-summary.
007000     perform finalise-report
007100        thru end-finalise-report.
007114     move RETURN-CODE to SH-RETURN-CODE.
007128     move 0 to SH-TOTAL-COUNT.
007142     set SH-STEP-END to true.
007156     call 'mprb05sh' using STEP-HISTORY-AREA.
007170     move SH-RETURN-CODE to RETURN-CODE.
007184
007200     goback.
007300
007400************************************************************
010720              perform accumulate-service
010730                 thru end-accumulate-service
010740           end-if
010750           if SR-IS-LAYOUT
010760              perform accumulate-layout
010770                 thru end-accumulate-layout
010780           end-if
010800     end-read.
010900 end-read-stats-loop.
011000     exit.
013634 end-accumulate-service.
013635     exit.
013636
013639 accumulate-layout.
013642     move 'n' to lv-found-sw.
013645     perform varying lv-ix from 1 by 1
013648        until lv-ix > lv-entry-count
013651        if lv-trancode (lv-ix) = SR-TRANCODE
013654           and lv-version (lv-ix) = SR-LAYOUT-VERSION
013657           move 'y' to lv-found-sw
013660           add SR-COUNT to lv-count (lv-ix)
013663        end-if
013666     end-perform.
013669     if not lv-found and lv-entry-count < lv-max-entries
013672        add 1 to lv-entry-count
013675        move SR-TRANCODE to lv-trancode (lv-entry-count)
013678        move SR-LAYOUT-VERSION to lv-version (lv-entry-count)
013681        move SR-COUNT to lv-count (lv-entry-count)
013684     end-if.
013687 end-accumulate-layout.
013690     exit.
013693

013700************************************************************
013800*            PRINT-SUMMARY
016127           write REPORT-LINE
016128        end-if
016129     end-perform.
016132     move spaces to REPORT-LINE.
016135     write REPORT-LINE.
016138     move spaces to REPORT-LINE.
016141     string 'VOLUME BY TRANCODE AND MESSAGE LAYOUT VERSION'
016144        delimited by size into REPORT-LINE.
016147     write REPORT-LINE.
016150     move spaces to REPORT-LINE.
016153     string 'TRANCODE  VERSION  COUNT' delimited by size
016156        into REPORT-LINE.
016159     write REPORT-LINE.
016162     perform varying lv-ix from 1 by 1
016165        until lv-ix > lv-entry-count
016168        move spaces to REPORT-LINE
016171        string lv-trancode (lv-ix) delimited by size
016174           '  ' delimited by size
016177           lv-version (lv-ix) delimited by size
016180           '       ' delimited by size
016183           lv-count (lv-ix) delimited by size
016186           into REPORT-LINE
016189        write REPORT-LINE
016192     end-perform.
016195 end-print-summary.
016200     exit.
016300
016400************************************************************
