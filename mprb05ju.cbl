000100 CBL  SOURCE XREF
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. 'mprb05ju'.
000400************************************************************
000500*
000600*  Job user ID lookup for the mprb05 suite, CALLed by the
000700*  programs that write the SECAUDIT security audit dataset.
000800*  Hands back the user ID the job (or the BMP region) runs
000900*  under, taken from the security environment the system
001000*  built at job start - PSA, then the address space's ASCB,
001100*  its ASXB and the ACEE that hangs off it - so an audit
001200*  record names whoever actually submitted the job, not a
001300*  user ID keyed on a PARM.
001400*
001500*  CALL 'mprb05ju' USING userid       (PIC X(8), returned)
001600*
001700*  Spaces come back when any link in the chain is missing
001800*  (no ACEE: a job run without a security environment); the
001900*  caller writes the audit record all the same.
002000*
002100*  Program     mprb05ju
002200*  PSB:        none - subprogram, no IMS calls
002300*  Databases:  none
002400*  Access:     none - reads system control blocks only
002500*
002600************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER.  IBM-370.
003000 OBJECT-COMPUTER.  IBM-370.
003100
003200 DATA DIVISION.
003300 WORKING-STORAGE SECTION.
003400
003500*    The PSA sits at absolute address zero.
003600 01  psa-pointer            usage pointer.
003700 01  psa-address redefines psa-pointer
003800                            pic 9(9) binary.
003900
004000*****************************************************
004100 LINKAGE SECTION.
004200
004300*    Only the fields on the way to the user ID are mapped:
004400*    PSAAOLD (PSA +X'224'), ASCBASXB (ASCB +X'6C'), ASXBSENV
004500*    (ASXB +X'C8'), ACEEUSRL/ACEEUSRI (ACEE +X'14'/+X'15').
004600 01  psa-block.
004700     02  filler             pic x(548).
004800     02  psaaold            usage pointer.
004900 01  ascb-block.
005000     02  filler             pic x(108).
005100     02  ascbasxb           usage pointer.
005200 01  asxb-block.
005300     02  filler             pic x(200).
005400     02  asxbsenv           usage pointer.
005500 01  acee-block.
005600     02  filler             pic x(20).
005700     02  aceeusrl           pic x.
005800     02  aceeusri           pic x(8).
005900
006000 01  job-userid             pic x(8).
006100
006200 PROCEDURE DIVISION USING job-userid.
006300*****************************************************
006400 MAIN-RTN.
006500
006600     move spaces to job-userid.
006700     move 0 to psa-address.
006800     set address of psa-block to psa-pointer.
006900     if psaaold not = null
007000        set address of ascb-block to psaaold
007100        if ascbasxb not = null
007200           set address of asxb-block to ascbasxb
007300           if asxbsenv not = null
007400              set address of acee-block to asxbsenv
007500              move aceeusri to job-userid
007600           end-if
007700        end-if
007800     end-if.
007900
008000     goback.
