002600*                 midnight). The JCL concatenates exactly
002700*                 that night's generations.
002800*
002825*  The step's start, end and return code are appended to
002850*  RUNHIST through mprb05sh, as a job step history record.
002875*
002900*  Program     mprb05n
003000*  PSB:        none - batch sequential, no IMS calls
003100*  Databases:  none
015000 77  display-count         pic zzz,zzz,zz9.
015100 77  display-diff          pic -(8)9.
015200
015201************************************************************
015202*            STEP HISTORY (mprb05sh)
015203************************************************************
015204
015205     COPY STEPHIST.
015206
015210*****************************************************
015220 LINKAGE SECTION.
015230
015300 PROCEDURE DIVISION USING PARM-AREA.
015400*****************************************************
015500 MAIN-RTN.
015520
015540     move 'mprb05n' to SH-PROGRAM.
015560     set SH-STEP-START to true.
015580     call 'mprb05sh' using STEP-HISTORY-AREA.
015600
015700     perform initialise-recon
015800        thru end-initialise-recon.
017700     perform finalise-recon
017800        thru end-finalise-recon.
017900
017916     move RETURN-CODE to SH-RETURN-CODE.
017932     move capture-root-count to SH-TOTAL-COUNT.
017948     set SH-STEP-END to true.
017964     call 'mprb05sh' using STEP-HISTORY-AREA.
017980     move SH-RETURN-CODE to RETURN-CODE.
018000     goback.
018100
018200************************************************************
031240*    generation side. The statistics stamp MPRB05nn and
031400*    the history stamps mprb05nn for the same instance - the
031500*    program name is folded to one case so both sides land in
031566*    the same slot. The job-stream steps' records (mprb05sh)
031632*    carry no message totals and are passed over.
031700************************************************************
031800
031900 load-run-history.
033000        at end
033100           set end-of-input to true
033200        not at end
033300           if RH-START-DATE = target-date and RH-IS-BMP-RUN
033400              move function upper-case (RH-PROGRAM)
033500                 to pg-hold-program
033600              perform find-program-slot
