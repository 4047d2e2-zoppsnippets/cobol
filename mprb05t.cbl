001400*
001500*  PARM keyword:  PCT=nnn  deviation threshold percent (40)
001600*
001625*  The step's start, end and return code are appended to
001650*  RUNHIST through mprb05sh, as a job step history record.
001675*
001700*  Program     mprb05t
001800*  PSB:        none - batch sequential report, no IMS calls
001900*  Databases:  none
010900 77  display-average       pic zzz,zzz,zz9.
011000 77  display-pct           pic zz9.
011100
011101************************************************************
011102*            STEP HISTORY (mprb05sh)
011103************************************************************
011104
011105     COPY STEPHIST.
011106
011110*****************************************************
011120 LINKAGE SECTION.
011130
011600************************************************************
011700
011800 MAIN-RTN.
011825     move 'mprb05t' to SH-PROGRAM.
011850     set SH-STEP-START to true.
011875     call 'mprb05sh' using STEP-HISTORY-AREA.
011900     perform initialise-trend
012000        thru end-initialise-trend.
012100     if not trend-fatal
012410     end-if.
012500     perform finalise-trend
012600        thru end-finalise-trend.
012614     move RETURN-CODE to SH-RETURN-CODE.
012628     move 0 to SH-TOTAL-COUNT.
012642     set SH-STEP-END to true.
012656     call 'mprb05sh' using STEP-HISTORY-AREA.
012670     move SH-RETURN-CODE to RETURN-CODE.
012684
012700     goback.
012800
012900************************************************************
