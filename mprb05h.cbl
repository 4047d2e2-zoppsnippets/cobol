000800*  duration, volume, checkpoints, restart flag and end
000900*  reason, plus totals management keeps asking for:
001000*  restart frequency and average run duration.
001010*
001020*  The nightly job stream's steps (MPRB05NT, MPRB05WK) are
001030*  on RUNHIST too, written through mprb05sh: each is listed
001040*  where it ran with its return code, so the report shows
001050*  the whole night. A step whose start record is not
001060*  followed by its end record abended, and is listed
001070*  'NO END'. Steps are counted apart from the BMP runs, and
001080*  only the BMP runs make up the restart and duration
001090*  totals.
001100*
001200*  Program     mprb05h
001300*  PSB:        none - batch sequential report, no IMS calls
005900 77  display-duration       pic zzz,zz9.
006000 77  display-count          pic zzz,zz9.
006100
006105************************************************************
006110*            JOB-STREAM STEPS
006115*    A step's start record is held until the next record
006120*    shows whether its end record followed.
006125************************************************************
006130
006135 77  step-count             pic 9(5) value 0.
006140 77  step-failed-count      pic 9(5) value 0.
006145 77  step-no-end-count      pic 9(5) value 0.
006150 77  held-start-sw          pic x value 'n'.
006155     88 held-start                value 'y'.
006160 01  held-start-record.
006165     02  hs-program       pic x(8).
006170     02  hs-start-date    pic 9(8).
006175     02  hs-start-time    pic 9(8).
006180
006200 01  start-stamp-split.
006300     02  ss-time          pic 9(8).
006400     02  ss-digits        redefines ss-time.
009200     02  dl-restart       pic x(1).
009300     02  filler           pic x(2) value spaces.
009400     02  dl-reason        pic x(8).
009433     02  filler           pic x(2) value spaces.
009466     02  dl-rc            pic x(4).
009500
009600 PROCEDURE DIVISION.
009700
013600        write REPORT-LINE
013700        move spaces to REPORT-LINE
013800        string 'PROGRAM   STARTED          '
013900           'DURATION  VOLUME       CHKPS  R  REASON    RC'
014000           delimited by size into REPORT-LINE
014100        write REPORT-LINE
014200     end-if.
016600************************************************************
016700
016800 report-one-run.
016817     if RH-IS-JOB-STEP and RH-STEP-STARTED
016834        if held-start
016851           perform report-step-no-end
016868              thru end-report-step-no-end
016885        end-if
016902        move RH-PROGRAM to hs-program
016919        move RH-START-DATE to hs-start-date
016936        move RH-START-TIME to hs-start-time
016953        set held-start to true
016970     else
016987        if held-start
017004           if RH-IS-JOB-STEP and RH-PROGRAM = hs-program
017021              and RH-START-DATE = hs-start-date
017038              and RH-START-TIME = hs-start-time
017055              move 'n' to held-start-sw
017072           else
017089              perform report-step-no-end
017106                 thru end-report-step-no-end
017123           end-if
017140        end-if
017157        perform report-one-record
017174           thru end-report-one-record
017200     end-if.
017228 end-report-one-run.
017256     exit.
017284
017312 report-one-record.
017340     if RH-IS-JOB-STEP
017368        add 1 to step-count
017396        if RH-STEP-RC not < 8
017424           add 1 to step-failed-count
017452        end-if
017480     else
017508        add 1 to run-count
017536        if RH-WAS-RESTART
017564           add 1 to restart-count
017592        end-if
017620        if RH-ENDED-GET-ERROR
017648           add 1 to error-end-count
017676        end-if
017704        if RH-ENDED-WINDOW
017732           add 1 to window-end-count
017760        end-if
017800     end-if.
017900     move RH-START-TIME to ss-time.
018000     move RH-END-TIME to es-time.
018900     if duration-seconds < 0
019000        move 0 to duration-seconds
019100     end-if.
019150     if RH-IS-BMP-RUN
019200        add duration-seconds to duration-sum
019250     end-if.
019300     move spaces to detail-line.
019400     move RH-PROGRAM to dl-program.
019500     move RH-START-DATE to dl-start-date.
019900     move RH-CHKP-COUNT to dl-chkps.
020000     move RH-RESTART-SW to dl-restart.
020100     move RH-END-REASON to dl-reason.
020125     if RH-IS-JOB-STEP
020150        move RH-STEP-RC to dl-rc
020175     end-if.
020200     move spaces to REPORT-LINE.
020300     move detail-line to REPORT-LINE (1:76).
020400     write REPORT-LINE.
020410 end-report-one-record.
020420     exit.
020430
020440*    A step that started and never wrote its end: the job
020450*    went down inside it.
020460 report-step-no-end.
020470     add 1 to step-count.
020480     add 1 to step-no-end-count.
020490     move spaces to detail-line.
020500     move hs-program to dl-program.
020510     move hs-start-date to dl-start-date.
020520     move hs-start-time (1:6) to dl-start-time.
020530     move 'NO END' to dl-reason.
020540     move spaces to REPORT-LINE.
020550     move detail-line to REPORT-LINE (1:76).
020560     write REPORT-LINE.
020570     move 'n' to held-start-sw.
020580 end-report-step-no-end.
020600     exit.
020700
020800************************************************************
021000************************************************************
021100
021200 print-totals.
021220     if held-start
021240        perform report-step-no-end
021260           thru end-report-step-no-end
021280     end-if.
021300     if run-count > 0
021400        compute average-duration =
021500           duration-sum / run-count
024600        display-duration delimited by size
024700        into REPORT-LINE.
024800     write REPORT-LINE.
024805     move step-count to display-count.
024810     move spaces to REPORT-LINE.
024815     string 'JOB STEPS:        ' delimited by size
024820        display-count delimited by size
024825        into REPORT-LINE.
024830     write REPORT-LINE.
024835     move step-failed-count to display-count.
024840     move spaces to REPORT-LINE.
024845     string 'STEPS RC 8+:      ' delimited by size
024850        display-count delimited by size
024855        into REPORT-LINE.
024860     write REPORT-LINE.
024865     move step-no-end-count to display-count.
024870     move spaces to REPORT-LINE.
024875     string 'STEPS NO END:     ' delimited by size
024880        display-count delimited by size
024885        into REPORT-LINE.
024890     write REPORT-LINE.
024900 end-print-totals.
025000     exit.
025100
