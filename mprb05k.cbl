001900*            DEADIN/DEADOUT/DEADARCH - the archives are
002000*            DISP=MOD so successive runs append.
002100*
002125*  The step's start, end and return code are appended to
002150*  RUNHIST through mprb05sh, as a job step history record.
002175*
002200*  Program     mprb05k
002300*  PSB:        none - batch sequential, no IMS calls
002400*  Databases:  none
005800
005900 FD  AUDIT-OUT-FILE
006000     RECORDING MODE IS F.
006100 01  AUDIT-OUT-RECORD         PIC X(116).
006200
006300 FD  AUDIT-ARCH-FILE
006400     RECORDING MODE IS F.
006500 01  AUDIT-ARCH-RECORD        PIC X(116).
006600
006700 FD  DEAD-IN-FILE
006800     RECORDING MODE IS F.
010300 77  ws-parm-key          pic x(10).
010400 77  ws-parm-val          pic x(10).
010500
010514************************************************************
010528*            STEP HISTORY (mprb05sh)
010542************************************************************
010556
010570     COPY STEPHIST.
010584
010600*****************************************************
010700 LINKAGE SECTION.
010800
011400*****************************************************
011500 MAIN-RTN.
011600
011620     move 'mprb05k' to SH-PROGRAM.
011640     set SH-STEP-START to true.
011660     call 'mprb05sh' using STEP-HISTORY-AREA.
011680
011700     perform initialise-housekeeping
011800        thru end-initialise-housekeeping.
011900
012300     perform process-dead-dataset
012400        thru end-process-dead-dataset.
012500
012516     move RETURN-CODE to SH-RETURN-CODE.
012532     move 0 to SH-TOTAL-COUNT.
012548     set SH-STEP-END to true.
012564     call 'mprb05sh' using STEP-HISTORY-AREA.
012580     move SH-RETURN-CODE to RETURN-CODE.
012600     goback.
012700
012800************************************************************
