000100 CBL  SOURCE XREF
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. 'mprb05sh'.
000400************************************************************
000500*
000600*  Step history recorder for the nightly job stream,
000700*  CALLed by every program the stream runs (MPRB05NT and
000800*  the weekly MPRB05WK). Appends the step's start and end
000900*  to RUNHIST - the dataset the BMP writes a record to per
001000*  run - so mprb05h and mprb05cp see the whole night, not
001100*  just the BMP: a 'STARTED' record at the first call and
001200*  an 'ENDED' record with the step's return code at the
001300*  second. A start with no end after it is a step that
001400*  abended.
001500*
001600*  CALL 'mprb05sh' USING STEP-HISTORY-AREA  (STEPHIST)
001700*
001800*  A RUNHIST that will not open is reported on the console
001900*  and the step runs on - the history is for the record,
002000*  never a reason to stop the night.
002100*
002200*  Program     mprb05sh
002300*  PSB:        none - subprogram, no IMS calls
002400*  Databases:  none
002500*  Access:     RUNHIST (extend)
002600*
002700************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.  IBM-370.
003100 OBJECT-COMPUTER.  IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT HISTORY-FILE ASSIGN TO RUNHIST
003500        ORGANIZATION IS SEQUENTIAL
003600        FILE STATUS IS ws-history-file-status.
003700
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  HISTORY-FILE
004100     RECORDING MODE IS F.
004200     COPY RUNHREC.
004300
004400 WORKING-STORAGE SECTION.
004500
004600 77  ws-history-file-status pic xx value spaces.
004700
004800*****************************************************
004900 LINKAGE SECTION.
005000
005100     COPY STEPHIST.
005200
005300 PROCEDURE DIVISION USING STEP-HISTORY-AREA.
005400*****************************************************
005500 MAIN-RTN.
005600
005700     if SH-STEP-START
005800        accept SH-START-DATE from date yyyymmdd
005900        accept SH-START-TIME from time
006000     end-if.
006100
006200     perform write-step-record
006300        thru end-write-step-record.
006400
006500     move 0 to RETURN-CODE.
006600     goback.
006700
006800************************************************************
006900*            WRITE-STEP-RECORD
007000*    Same shape as the BMP's run record, so the consumers
007100*    read both the same way: no checkpoints, no XRST
007200*    restart, and the end stamp zero on the start record.
007300************************************************************
007400
007500 write-step-record.
007600     open extend HISTORY-FILE.
007700     if ws-history-file-status not = '00'
007800        display "mprb05sh: unable to extend RUNHIST, status "
007900           ws-history-file-status " - " SH-PROGRAM
008000           " step not recorded" upon console
008100     else
008200        move spaces to RUN-HISTORY-RECORD
008300        move SH-PROGRAM to RH-PROGRAM
008400        move SH-START-DATE to RH-START-DATE
008500        move SH-START-TIME to RH-START-TIME
008600        move 0 to RH-CHKP-COUNT
008700        move 'N' to RH-RESTART-SW
008800        set RH-IS-JOB-STEP to true
008900        if SH-STEP-START
009000           move 0 to RH-END-DATE
009100           move 0 to RH-END-TIME
009200           move 0 to RH-TOTAL-COUNT
009300           move 0 to RH-STEP-RC
009400           set RH-STEP-STARTED to true
009500        else
009600           accept RH-END-DATE from date yyyymmdd
009700           accept RH-END-TIME from time
009800           move SH-TOTAL-COUNT to RH-TOTAL-COUNT
009900           move SH-RETURN-CODE to RH-STEP-RC
010000           set RH-STEP-ENDED to true
010100        end-if
010200        write RUN-HISTORY-RECORD
010300        close HISTORY-FILE
010400     end-if.
010500 end-write-step-record.
010600     exit.
