001300*  while the history survives for month- and year-end
001400*  reporting.
001500*
001525*  The step's start, end and return code are appended to
001550*  RUNHIST through mprb05sh, as a job step history record.
001575*
001600*  Program     mprb05w
001700*  PSB:        none - batch sequential merge, no IMS calls
001800*  Databases:  none
008810         10  hm-userid         pic x(8).
008900         10  hm-count          pic 9(9).
009000
009085************************************************************
009170*            STEP HISTORY (mprb05sh)
009255************************************************************
009340
009425     COPY STEPHIST.
009510
009600 PROCEDURE DIVISION.
009700
009800************************************************************
010000************************************************************
010100
010200 MAIN-RTN.
010225     move 'mprb05w' to SH-PROGRAM.
010250     set SH-STEP-START to true.
010275     call 'mprb05sh' using STEP-HISTORY-AREA.
010300     perform initialise-merge
010400        thru end-initialise-merge.
010450     if not merge-fatal
011230        close STATS-FILE
011240        close HIST-OUT-FILE
011250     end-if.
011257     move RETURN-CODE to SH-RETURN-CODE.
011264     move week-in-count to SH-TOTAL-COUNT.
011271     set SH-STEP-END to true.
011278     call 'mprb05sh' using STEP-HISTORY-AREA.
011285     move SH-RETURN-CODE to RETURN-CODE.
011292
011300     goback.
011400
011500************************************************************
