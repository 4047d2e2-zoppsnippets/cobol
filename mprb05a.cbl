001100*  resolve goes to the reject file with the accessor's
001200*  return code and message. End-of-run counts show enriched
001300*  versus rejected.
001301*
001302*  A record that carries a street has it checked next,
001303*  through the street accessor (OAEFT420), within the postal
001304*  code the city lookup just gave: a known street is written
001305*  back in its standardised form; an unknown one rejects the
001306*  record with the street accessor's own code and message,
001307*  RJ-ACCESSOR naming which accessor refused it. A record
001308*  with no street (customers only ever changed on ADDRCHG
001309*  layout version 01) is enriched on its city alone.
001310*
001311*  Every record whose city resolves is stamped with the
001312*  department code the lookup gave and the sales territory
001313*  TERRREF has in force for that department today
001314*  (mprb05tl). A department with no territory mapped leaves
001315*  the territory blank and is named on the console, once per
001316*  department, with a count at the end of the run.
001317*
001318*  PARM keywords:
001319*    MODE=RECORD  (default) one direct lookup per record, as
001320*                 above - for the small daily files.
001321*    MODE=BULK    the quarterly full-file re-enrichment.
001322*                 ADDRIN must be sorted on the city (columns
001323*                 11-30); the accessor's bulk mode ('B')
001324*                 answers all the records of a city from one
001325*                 ordered pass over VILLE_POSTAL and audits
001326*                 once per city, a multi-code city takes the
001327*                 lowest code straight from that pass, and the
001328*                 unknown-city suggestions are looked up once
001329*                 per city. A record out of city order ends
001330*                 the run. Given the same input file, both
001331*                 modes write the same ADDROUT and ADDRREJ.
001332*    CHKPT=n      bulk mode: checkpoint to ENRCKPT after every
001333*                 n records (default 50000), taken at the next
001334*                 change of city - ADDROUT and ADDRREJ are
001335*                 closed and reopened so all written so far is
001336*                 on disk, and the last complete city is
001337*                 recorded with the counts so far.
001338*    RESTART=YES  bulk mode: resume after the ENRCKPT
001339*                 checkpoint of a failed run. ADDROUT/ADDRREJ
001340*                 of the failed run (DD ADDRPRV and REJPRV) are
001341*                 copied forward up to the checkpoint, ADDRIN
001342*                 is skipped up to and including the checkpoint
001343*                 city - the number skipped must be the number
001344*                 the checkpoint recorded - and the counts
001345*                 carry on from the checkpoint.
001346*
001347*  Ends with return code 8 when a file will not open, a
001348*  PARM keyword is wrong, bulk input is out of city order,
001349*  or a restart finds no checkpoint to resume or inputs that
001350*  do not line up with it; 4 when a checkpoint could not be
001351*  written (the run carries on, but is not restartable from
001352*  it).
001353*
001354*  ADDRIN is the mprb05cu unload of the customer address
001355*  master (CUSTMAST) that the ADDRCHG handler maintains -
001356*  the same 120-byte ADDRESS-RECORD image, customer-ID order
001357*  (sorted on the city first for MODE=BULK; outputs follow
001358*  the input order, so sort them back when customer order
001359*  matters).
001400*
001500*  Program     mprb05a
001600*  PSB:        none - plain batch, no IMS calls
001700*  Databases:  via OAEFT410 (DB2 VILLE_POSTAL) and OAEFT420
001710*              (DB2 RUE_POSTAL)
001800*  Access:     ADDRIN (in), ADDROUT (out), ADDRREJ (out),
001825*              TERRREF (in, via mprb05tl), ENRCKPT (out;
001850*              in first on restart), ADDRPRV and REJPRV (in,
001875*              restart only)
001900*
002000************************************************************
002100 ENVIRONMENT DIVISION.
003300     SELECT ADDRESS-REJ-FILE ASSIGN TO ADDRREJ
003400        ORGANIZATION IS SEQUENTIAL
003500        FILE STATUS IS ws-address-rej-status.
003510     SELECT CHECKPOINT-FILE ASSIGN TO ENRCKPT
003520        ORGANIZATION IS SEQUENTIAL
003530        FILE STATUS IS ws-checkpoint-status.
003540     SELECT PREV-ADDRESS-FILE ASSIGN TO ADDRPRV
003550        ORGANIZATION IS SEQUENTIAL
003560        FILE STATUS IS ws-prev-address-status.
003570     SELECT PREV-REJECT-FILE ASSIGN TO REJPRV
003580        ORGANIZATION IS SEQUENTIAL
003590        FILE STATUS IS ws-prev-reject-status.
003600
003700 DATA DIVISION.
003800 FILE SECTION.
004300     02  AD-VILLE         PIC X(20).
004400     02  AD-C-POST        PIC 9(5).
004500     02  AD-LIB-DEPT      PIC X(40).
004600     02  AD-C-DEPT        PIC X(2).
004601     02  AD-TERRITORY     PIC X(3).
004610     02  AD-STREET-ADDRESS.
004620         03  AD-STREET-NO PIC X(4).
004630         03  AD-STREET    PIC X(32).
004640         03  FILLER       PIC X(4).
004700
004800 FD  ADDRESS-OUT-FILE
004900     RECORDING MODE IS F.
005000 01  ADDRESS-OUT-RECORD   PIC X(120).
005100
005200 FD  ADDRESS-REJ-FILE
005300     RECORDING MODE IS F.
005400 01  ADDRESS-REJ-RECORD.
005500     02  RJ-ADDRESS       PIC X(120).
005600     02  RJ-CR            PIC 9(2).
005700     02  RJ-LIB-CR        PIC X(20).
005710*    Closest-city suggestions from the accessor's approximate
005760     02  RJ-SUGGESTION    OCCURS 3 TIMES.
005770         03  RJ-SUG-VILLE PIC X(20).
005780         03  RJ-SUG-CONF  PIC 9(3).
005781*    The accessor whose code RJ-CR is - OAEFT410 for the
005782*    city, OAEFT420 for the street; both number their codes
005783*    from 21, so the code alone does not say which refused.
005790     02  RJ-ACCESSOR      PIC X(8).
005800     02  FILLER           PIC X(1).
005802
005807*    Bulk-mode checkpoint: one record, rewritten at every
005812*    checkpoint and at the end of the run. CK-LAST-VILLE is
005817*    the last city whose records are all on ADDROUT/ADDRREJ;
005822*    the counts are the run's counters at that point.
005827 FD  CHECKPOINT-FILE
005832     RECORDING MODE IS F.
005837 01  CHECKPOINT-RECORD.
005842     02  CK-STATUS        PIC X.
005847         88  CK-RUNNING         VALUE 'R'.
005852         88  CK-COMPLETE        VALUE 'C'.
005857     02  CK-DATE          PIC 9(8).
005862     02  CK-TIME          PIC 9(8).
005867     02  CK-LAST-VILLE    PIC X(20).
005872     02  CK-READ          PIC 9(7).
005877     02  CK-ENRICHED      PIC 9(7).
005882     02  CK-REJECTED      PIC 9(7).
005887     02  CK-MULTI-RESOLVED PIC 9(7).
005892     02  CK-STREET-CHECKED PIC 9(7).
005897     02  CK-STREET-REJECTED PIC 9(7).
005902     02  CK-NO-STREET     PIC 9(7).
005907     02  CK-TERRITORY     PIC 9(7).
005912     02  CK-NO-TERRITORY  PIC 9(7).
005917     02  CK-NO-TERRREF    PIC 9(7).
005922     02  FILLER           PIC X(13).
005927
005932*    The failed run's outputs, copied forward on restart.
005937 FD  PREV-ADDRESS-FILE
005942     RECORDING MODE IS F.
005947 01  PREV-ADDRESS-RECORD  PIC X(120).
005952
005957 FD  PREV-REJECT-FILE
005962     RECORDING MODE IS F.
005967 01  PREV-REJECT-RECORD   PIC X(220).
005972
006000 WORKING-STORAGE SECTION.
006100
006200 77  ws-address-in-status  pic xx value spaces.
006800 77  enriched-count        pic 9(7) value 0.
006900 77  rejected-count        pic 9(7) value 0.
007000 77  display-count         pic zzz,zzz,zz9.
007001
007002************************************************************
007003*            RUN MODE, CHECKPOINT AND RESTART (PARM)
007004************************************************************
007005
007006 77  ws-checkpoint-status  pic xx value spaces.
007007 77  ws-prev-address-status pic xx value spaces.
007008 77  ws-prev-reject-status pic xx value spaces.
007009 77  run-mode              pic x(10) value 'RECORD'.
007010     88 record-mode              value 'RECORD'.
007011     88 bulk-mode                value 'BULK'.
007012 77  restart-parm          pic x(10) value 'NO'.
007013     88 restart-requested        value 'YES'.
007014     88 restart-not-requested    value 'NO'.
007015*    Kept apart from RETURN-CODE until the end of the run -
007016*    every CALL to an accessor resets the special register.
007017 77  run-return-code       pic 9(4) value 0.
007018 77  driver-fatal-sw       pic x value 'n'.
007019     88 driver-fatal             value 'y'.
007020 77  first-after-restart-sw pic x value 'n'.
007021     88 first-after-restart      value 'y'.
007022 77  chkpt-interval        pic 9(7) value 50000.
007023 77  since-chkpt-count     pic 9(7) value 0.
007024 77  checkpoint-count      pic 9(7) value 0.
007025 77  skipped-count         pic 9(7) value 0.
007026 77  copied-count          pic 9(7) value 0.
007027 77  previous-ville        pic x(20) value low-values.
007028 77  checkpoint-state      pic x value space.
007029     88 checkpoint-running       value 'R'.
007030     88 checkpoint-complete      value 'C'.
007031
007032 01  ws-parm-tokens.
007033     02  ws-parm-token    pic x(20) occurs 6 times.
007034 77  ws-parm-idx          pic 9(4) binary value 1.
007035 77  ws-parm-key          pic x(10).
007036 77  ws-parm-val          pic x(10).
007037
007038************************************************************
007039*            MULTI-CODE TIE-BREAK (accessor mode 'L')
007040*    A city with several postal codes comes back CR 24 from
007050*    the direct lookup. Instead of rejecting the record, the
007060*    list mode is browsed and the house tie-break rule is
007140 77  multi-code-count      pic 9(4) value 0.
007150 77  tie-break-c-post      pic 9(5) value 0.
007160 77  tie-break-lib-dept    pic x(40) value spaces.
007161 77  tie-break-c-dept      pic x(2) value spaces.
007170
007180************************************************************
007190*            UNKNOWN-CITY SUGGESTIONS (accessor mode 'A')
007290 77  suggestion-idx        pic 9(4) binary value 0.
007300 77  suggestion-done-sw    pic x value 'n'.
007310     88 suggestion-done          value 'y'.
007311*    Bulk mode: the last city's suggestions, reused for the
007312*    rest of its records instead of browsing again.
007313 01  suggestion-cache.
007314     02  sc-ville         pic x(20) value low-values.
007315     02  sc-entry         occurs 3 times.
007316         03  sc-sug-ville pic x(20).
007317         03  sc-sug-conf  pic 9(3).
007320
007321************************************************************
007322*            STREET CHECK (OAEFT420)
007323************************************************************
007324
007325 77  street-checked-count  pic 9(7) value 0.
007326 77  street-rejected-count pic 9(7) value 0.
007327 77  no-street-count       pic 9(7) value 0.
007328
007329************************************************************
007330*            SALES TERRITORY (mprb05tl)
007331************************************************************
007332
007333 77  territory-count       pic 9(7) value 0.
007334 77  no-territory-count    pic 9(7) value 0.
007335 77  no-terrref-count      pic 9(7) value 0.
007336
007337     COPY TERRCOMM.
007338
007339************************************************************
007340*            ACCESSOR COMMUNICATION AREAS
007350*    Same shared linkage layouts the accessors COPY - one
007355*    city call per input record, mode ville-to-postal (bulk
007360*    mode 'B' under MODE=BULK), and one street call per
007365*    record that carries a street.
007370************************************************************
007380
007390 01  VILLE-LOOKUP-AREA.
007400     COPY VILPSDEP.
007401
007402 01  STREET-LOOKUP-AREA.
007403     COPY RUEPSNRM.
007410
007508 LINKAGE SECTION.
007606
007704 01  PARM-AREA.
007802     02  PARM-LENGTH      PIC S9(4) COMP.
007900     02  PARM-DATA        PIC X(80).
007998
008096 PROCEDURE DIVISION USING PARM-AREA.
008200*****************************************************
008300 MAIN-RTN.
008400
010100 initialise-driver.
010200     display "COBOL Program mprb05a execution begins... "
010300        upon console.
010302     perform parse-parm-area
010304        thru end-parse-parm-area.
010306     if not record-mode and not bulk-mode
010308        display "mprb05a: *** MODE= NOT RECORD OR BULK - RUN "
010310           "ABORTED ***" upon console
010312        perform abort-driver
010314           thru end-abort-driver
010316     end-if.
010318     if chkpt-interval = 0
010320        display "mprb05a: *** CHKPT= NOT A RECORD COUNT - RUN "
010322           "ABORTED ***" upon console
010324        perform abort-driver
010326           thru end-abort-driver
010328     end-if.
010330     if not restart-requested and not restart-not-requested
010332        display "mprb05a: *** RESTART= NOT YES OR NO - RUN "
010334           "ABORTED ***" upon console
010336        perform abort-driver
010338           thru end-abort-driver
010340     end-if.
010342     if restart-requested and not bulk-mode
010344        display "mprb05a: *** RESTART=YES NEEDS MODE=BULK - RUN "
010346           "ABORTED ***" upon console
010348        perform abort-driver
010350           thru end-abort-driver
010352     end-if.
010354     if restart-requested and not driver-fatal
010356        perform load-checkpoint
010358           thru end-load-checkpoint
010360     end-if.
010362     if not driver-fatal
010364        perform open-driver-files
010366           thru end-open-driver-files
010368     end-if.
010370     if restart-requested and not driver-fatal
010372        perform restart-from-checkpoint
010374           thru end-restart-from-checkpoint
010376     end-if.
010378 end-initialise-driver.
010380     exit.
010382
010384 open-driver-files.
010400     open input ADDRESS-IN-FILE.
010500     if ws-address-in-status not = '00'
010600        display "mprb05a: unable to open ADDRIN, status "
010700           ws-address-in-status upon console
010766        perform abort-driver
010832           thru end-abort-driver
010900     end-if.
011000     open output ADDRESS-OUT-FILE.
011100     if ws-address-out-status not = '00'
011200        display "mprb05a: unable to open ADDROUT, status "
011300           ws-address-out-status upon console
011366        perform abort-driver
011432           thru end-abort-driver
011500     end-if.
011600     open output ADDRESS-REJ-FILE.
011700     if ws-address-rej-status not = '00'
011800        display "mprb05a: unable to open ADDRREJ, status "
011900           ws-address-rej-status upon console
011901        perform abort-driver
011902           thru end-abort-driver
011903     end-if.
011904 end-open-driver-files.
011905     exit.
011906
011907*    A run that cannot go on: no more input is read, and the
011908*    end of run leaves ENRCKPT as the last checkpoint had it.
011909 abort-driver.
011910     set driver-fatal to true.
011911     set end-of-addresses to true.
011912     move 8 to run-return-code.
011913 end-abort-driver.
011914     exit.
011915
011916 parse-parm-area.
011917     move spaces to ws-parm-tokens.
011918     if PARM-LENGTH > 0
011919        unstring PARM-DATA (1:PARM-LENGTH) delimited by ','
011920           into ws-parm-token (1) ws-parm-token (2)
011921              ws-parm-token (3) ws-parm-token (4)
011922              ws-parm-token (5) ws-parm-token (6)
011923        end-unstring
011924        perform varying ws-parm-idx from 1 by 1
011925           until ws-parm-idx > 6
011926           if ws-parm-token (ws-parm-idx) not = spaces
011927              perform split-parm-token
011928                 thru end-split-parm-token
011929           end-if
011930        end-perform
011931     end-if.
011932 end-parse-parm-area.
011933     exit.
011934
011935 split-parm-token.
011936     move spaces to ws-parm-key ws-parm-val.
011937     unstring ws-parm-token (ws-parm-idx) delimited by '='
011938        into ws-parm-key ws-parm-val.
011939     evaluate ws-parm-key
011940        when 'MODE'
011941           move ws-parm-val to run-mode
011942        when 'CHKPT'
011943           move function numval (ws-parm-val) to chkpt-interval
011944        when 'RESTART'
011945           move ws-parm-val to restart-parm
011946        when other
011947           display "mprb05a: *** PARM KEYWORD "
011948              ws-parm-token (ws-parm-idx) " NOT KNOWN - RUN "
011949              "ABORTED ***" upon console
011950           perform abort-driver
011951              thru end-abort-driver
011952     end-evaluate.
011953 end-split-parm-token.
011954     exit.
011955
011956************************************************************
011957*            LOAD-CHECKPOINT
011958*    RESTART=YES: the checkpoint the failed run left. None,
011959*    or one marked complete (the run it belongs to finished,
011960*    so there is nothing to resume), aborts the restart.
011961************************************************************
011962
011963 load-checkpoint.
011964     open input CHECKPOINT-FILE.
011965     if ws-checkpoint-status not = '00'
011966        display "mprb05a: *** CANNOT READ ENRCKPT, STATUS "
011967           ws-checkpoint-status " - RESTART ABORTED ***"
011968           upon console
011969        perform abort-driver
011970           thru end-abort-driver
011971     else
011972        read CHECKPOINT-FILE
011973           at end
011974              display "mprb05a: *** NO CHECKPOINT ON ENRCKPT - "
011975                 "RESTART ABORTED ***" upon console
011976              perform abort-driver
011977                 thru end-abort-driver
011978           not at end
011979              if not CK-RUNNING
011980                 display "mprb05a: *** ENRCKPT RUN OF " CK-DATE
011981                    " COMPLETED - NOTHING TO RESTART ***"
011982                    upon console
011983                 perform abort-driver
011984                    thru end-abort-driver
011985              end-if
011986        end-read
011987        close CHECKPOINT-FILE
011988     end-if.
011989 end-load-checkpoint.
011990     exit.
011991
011992************************************************************
011993*            RESTART-FROM-CHECKPOINT
011994*    The failed run's outputs up to the checkpoint are copied
011995*    to the new ADDROUT and ADDRREJ - whatever it wrote after
011996*    the checkpoint is dropped and written again - then
011997*    ADDRIN is read past the checkpoint city, and the counts
011998*    carry on from where the checkpoint left them. Anything
011999*    that does not line up with the checkpoint aborts the
012000*    restart rather than risk a record twice or not at all.
012001************************************************************
012002
012003 restart-from-checkpoint.
012004     display "mprb05a: restarting after city " CK-LAST-VILLE
012005        " (checkpoint of " CK-DATE " " CK-TIME ")" upon console.
012006     open input PREV-ADDRESS-FILE.
012007     if ws-prev-address-status not = '00'
012008        display "mprb05a: *** CANNOT READ ADDRPRV, STATUS "
012009           ws-prev-address-status " - RESTART ABORTED ***"
012010           upon console
012011        perform abort-driver
012012           thru end-abort-driver
012013     else
012014        move 0 to copied-count
012015        perform copy-previous-address
012016           thru end-copy-previous-address
012017           until copied-count = CK-ENRICHED or driver-fatal
012018        close PREV-ADDRESS-FILE
012019     end-if.
012020     if not driver-fatal
012021        open input PREV-REJECT-FILE
012022        if ws-prev-reject-status not = '00'
012023           display "mprb05a: *** CANNOT READ REJPRV, STATUS "
012024              ws-prev-reject-status " - RESTART ABORTED ***"
012025              upon console
012026           perform abort-driver
012027              thru end-abort-driver
012028        else
012029           move 0 to copied-count
012030           perform copy-previous-reject
012031              thru end-copy-previous-reject
012032              until copied-count = CK-REJECTED or driver-fatal
012033           close PREV-REJECT-FILE
012034        end-if
012035     end-if.
012036     if not driver-fatal
012037        move 0 to skipped-count
012038        perform skip-done-address
012039           thru end-skip-done-address
012040           until skipped-count = CK-READ or driver-fatal
012041     end-if.
012042     if not driver-fatal
012043        move CK-READ to read-count
012044        move CK-ENRICHED to enriched-count
012045        move CK-REJECTED to rejected-count
012046        move CK-MULTI-RESOLVED to multi-resolved-count
012047        move CK-STREET-CHECKED to street-checked-count
012048        move CK-STREET-REJECTED to street-rejected-count
012049        move CK-NO-STREET to no-street-count
012050        move CK-TERRITORY to territory-count
012051        move CK-NO-TERRITORY to no-territory-count
012052        move CK-NO-TERRREF to no-terrref-count
012053        move CK-LAST-VILLE to previous-ville
012054        set first-after-restart to true
012055        move skipped-count to display-count
012056        display "mprb05a: " display-count
012057           " addresses done before the checkpoint" upon console
012058     end-if.
012059 end-restart-from-checkpoint.
012060     exit.
012061
012062 copy-previous-address.
012063     read PREV-ADDRESS-FILE
012064        at end
012065           display "mprb05a: *** ADDRPRV SHORT OF THE CHECKPOINT "
012066              "- RESTART ABORTED ***" upon console
012067           perform abort-driver
012068              thru end-abort-driver
012069        not at end
012070           write ADDRESS-OUT-RECORD from PREV-ADDRESS-RECORD
012071           add 1 to copied-count
012072     end-read.
012073 end-copy-previous-address.
012074     exit.
012075
012076 copy-previous-reject.
012077     read PREV-REJECT-FILE
012078        at end
012079           display "mprb05a: *** REJPRV SHORT OF THE CHECKPOINT "
012080              "- RESTART ABORTED ***" upon console
012081           perform abort-driver
012082              thru end-abort-driver
012083        not at end
012084           write ADDRESS-REJ-RECORD from PREV-REJECT-RECORD
012085           add 1 to copied-count
012086     end-read.
012087 end-copy-previous-reject.
012088     exit.
012089
012090*    Every record up to the checkpoint count must belong to a
012091*    city no later than the checkpoint city, and the next one
012092*    (checked in check-bulk-sequence) to a later one.
012093 skip-done-address.
012094     read ADDRESS-IN-FILE
012095        at end
012096           display "mprb05a: *** ADDRIN ENDS BEFORE THE "
012097              "CHECKPOINT - RESTART ABORTED ***" upon console
012098           perform abort-driver
012099              thru end-abort-driver
012100        not at end
012101           add 1 to skipped-count
012102           if AD-VILLE > CK-LAST-VILLE
012103              display "mprb05a: *** ADDRIN DOES NOT MATCH THE "
012104                 "CHECKPOINT - RESTART ABORTED ***" upon console
012105              perform abort-driver
012106                 thru end-abort-driver
012107           end-if
012108     end-read.
012109 end-skip-done-address.
012300     exit.
012400
012500************************************************************
012600*            ENRICH-ONE-ADDRESS
012700*    One accessor call per record: the city name goes in,
012800*    and on return code zero the postal code and department
012900*    come back filled, and the street is checked before the
012910*    record is written. Anything non-zero - unknown city,
013000*    invalid city, DB2 trouble - rejects the record with the
013040*    accessor's own code and message. In bulk mode the call
013080*    is the accessor's bulk mode, and each record is first
013120*    checked for city order - a checkpoint falls due at a
013160*    change of city.
013200************************************************************
013300
013400 enrich-one-address.
013600        at end
013700           set end-of-addresses to true
013800        not at end
013850           if bulk-mode
013900              perform check-bulk-sequence
013950                 thru end-check-bulk-sequence
014000           end-if
014050     end-read.
014100     if not end-of-addresses
014150        add 1 to read-count
014200        move spaces to VILLE-LOOKUP-AREA
014250        if bulk-mode
014300           set 410-MODE-VILLE-LOT to true
014350        else
014400           set 410-MODE-VILLE-A-POST to true
014450        end-if
014500        move AD-VILLE to 410-VILLE
014550        move 0 to 410-C-POST-E
014600        call 'OAEFT410' using VILLE-LOOKUP-AREA
014650        evaluate 410-CR
014700           when 0
014750              move 410-C-POST to AD-C-POST
014800              move 410-LIB-DEPT to AD-LIB-DEPT
014850              move 410-C-DEPT to AD-C-DEPT
014900              perform check-street-and-write
014950                 thru end-check-street-and-write
015000*          More than one postal code for the city - apply
015050*          the tie-break instead of rejecting outright. The
015100*          bulk pass already answers with the lowest code.
015150           when 24
015200              if bulk-mode
015250                 perform take-bulk-tie-break
015300                    thru end-take-bulk-tie-break
015350              else
015400                 perform resolve-multi-code
015450                    thru end-resolve-multi-code
015500              end-if
015550           when other
015600              perform write-address-reject
015650                 thru end-write-address-reject
015700        end-evaluate
015750     end-if.
015800 end-enrich-one-address.
015801     exit.
015802
015803************************************************************
015804*            CHECK-BULK-SEQUENCE
015805*    The bulk pass only works on a file in city order: a
015806*    record whose city sorts before the one before it ends
015807*    the run. On a change of city, once CHKPT records have
015808*    gone by since the last checkpoint, the previous city is
015809*    complete on the outputs and a checkpoint is taken. The
015810*    first record after a restart must start a new city.
015811************************************************************
015812
015813 check-bulk-sequence.
015814     if AD-VILLE < previous-ville
015815        or (first-after-restart and AD-VILLE = previous-ville)
015816        compute display-count = read-count + 1
015817        display "mprb05a: *** ADDRIN NOT IN CITY ORDER AT "
015818           "RECORD " display-count " (" AD-VILLE ") - RUN "
015819           "ABORTED ***" upon console
015820        perform abort-driver
015821           thru end-abort-driver
015822     else
015823        if AD-VILLE not = previous-ville
015824           and since-chkpt-count not < chkpt-interval
015825           perform take-checkpoint
015826              thru end-take-checkpoint
015827        end-if
015828        move 'n' to first-after-restart-sw
015829        move AD-VILLE to previous-ville
015830        add 1 to since-chkpt-count
015831     end-if.
015832 end-check-bulk-sequence.
015833     exit.
015834
015835************************************************************
015836*            TAKE-CHECKPOINT
015837*    ADDROUT and ADDRREJ are closed and reopened for extend,
015838*    so everything written so far is on disk before ENRCKPT
015839*    says so. A checkpoint that cannot be written leaves the
015840*    previous one in force: the run goes on, with RC 4.
015841************************************************************
015842
015843 take-checkpoint.
015844     close ADDRESS-OUT-FILE.
015845     open extend ADDRESS-OUT-FILE.
015846     close ADDRESS-REJ-FILE.
015847     open extend ADDRESS-REJ-FILE.
015848     if ws-address-out-status not = '00'
015849        or ws-address-rej-status not = '00'
015850        display "mprb05a: *** CANNOT REOPEN ADDROUT/ADDRREJ ("
015851           ws-address-out-status " " ws-address-rej-status
015852           ") AT CHECKPOINT - RUN ABORTED ***" upon console
015853        perform abort-driver
015854           thru end-abort-driver
015855     else
015856        set checkpoint-running to true
015857        perform write-checkpoint
015858           thru end-write-checkpoint
015859        move 0 to since-chkpt-count
015860     end-if.
015861 end-take-checkpoint.
015862     exit.
015863
015864 write-checkpoint.
015865     open output CHECKPOINT-FILE.
015866     if ws-checkpoint-status not = '00'
015867        display "mprb05a: *** CANNOT WRITE ENRCKPT, STATUS "
015868           ws-checkpoint-status " ***" upon console
015869        if run-return-code < 4
015870           move 4 to run-return-code
015871        end-if
015872     else
015873        move spaces to CHECKPOINT-RECORD
015874        move checkpoint-state to CK-STATUS
015875        accept CK-DATE from date yyyymmdd
015876        accept CK-TIME from time
015877        move previous-ville to CK-LAST-VILLE
015878        move read-count to CK-READ
015879        move enriched-count to CK-ENRICHED
015880        move rejected-count to CK-REJECTED
015881        move multi-resolved-count to CK-MULTI-RESOLVED
015882        move street-checked-count to CK-STREET-CHECKED
015883        move street-rejected-count to CK-STREET-REJECTED
015884        move no-street-count to CK-NO-STREET
015885        move territory-count to CK-TERRITORY
015886        move no-territory-count to CK-NO-TERRITORY
015887        move no-terrref-count to CK-NO-TERRREF
015888        write CHECKPOINT-RECORD
015889        close CHECKPOINT-FILE
015890        add 1 to checkpoint-count
015891     end-if.
015892 end-write-checkpoint.
015900     exit.
016000
016010************************************************************
016170     if 410-CR = 0
016180        move 410-C-POST to tie-break-c-post
016190        move 410-LIB-DEPT to tie-break-lib-dept
016195        move 410-C-DEPT to tie-break-c-dept
016200        add 1 to multi-code-count
016210        perform drain-code-list
016220           thru end-drain-code-list
016230           until 410-CR not = 0
016250        add 1 to multi-resolved-count
016260        move tie-break-c-post to AD-C-POST
016270        move tie-break-lib-dept to AD-LIB-DEPT
016275        move tie-break-c-dept to AD-C-DEPT
016280        perform check-street-and-write
016285           thru end-check-street-and-write
016290     else
016300        perform write-address-reject
016310           thru end-write-address-reject
016430        add 1 to multi-code-count
016440     end-if.
016450 end-drain-code-list.
016451     exit.
016452
016453*    Bulk mode: the CR 24 answer is the first row of the
016454*    city on the ordered pass - the lowest postal code, the
016455*    same one the list-mode browse would have picked.
016456 take-bulk-tie-break.
016457     add 1 to multi-resolved-count.
016458     move 410-C-POST to AD-C-POST.
016459     move 410-LIB-DEPT to AD-LIB-DEPT.
016460     move 410-C-DEPT to AD-C-DEPT.
016461     perform check-street-and-write
016462        thru end-check-street-and-write.
016463 end-take-bulk-tie-break.
016464     exit.
016470
016471************************************************************
016472*            CHECK-STREET-AND-WRITE
016473*    The city is resolved; the street, when the record has
016474*    one, is checked within the postal code just filled in.
016475*    Return code zero writes the standardised street back
016476*    over the one on file and the record goes out enriched;
016477*    anything else - unknown street, invalid street, DB2
016478*    trouble - rejects it with the street accessor's own code
016479*    and message, the city enrichment shown on the reject.
016480************************************************************
016481
016482 check-street-and-write.
016483     perform assign-territory
016484        thru end-assign-territory.
016485     if AD-STREET = spaces
016486        add 1 to no-street-count
016487        add 1 to enriched-count
016488        write ADDRESS-OUT-RECORD from ADDRESS-RECORD
016489     else
016490        move spaces to STREET-LOOKUP-AREA
016491        move AD-C-POST to 420-C-POST-E
016492        move AD-STREET to 420-RUE-E
016493        call 'OAEFT420' using STREET-LOOKUP-AREA
016494        if 420-CR = 0
016495           add 1 to street-checked-count
016496           add 1 to enriched-count
016497           move 420-RUE-S to AD-STREET
016498           write ADDRESS-OUT-RECORD from ADDRESS-RECORD
016499        else
016500           perform write-street-reject
016501              thru end-write-street-reject
016502        end-if
016503     end-if.
016504 end-check-street-and-write.
016505     exit.
016506
016507************************************************************
016508*            ASSIGN-TERRITORY
016509*    The territory in force today for the department the
016510*    city lookup resolved. An unmapped department is named
016511*    on the console the first time it turns up in the run;
016512*    the record goes out with the territory blank either way.
016513************************************************************
016514
016515 assign-territory.
016516     move AD-C-DEPT to TL-C-DEPT.
016517     move 0 to TL-AS-OF-DATE.
016518     call 'mprb05tl' using TERRITORY-LOOKUP-AREA.
016519     move TL-TERRITORY to AD-TERRITORY.
016520     evaluate true
016521        when TL-FOUND
016522           add 1 to territory-count
016523        when TL-NOT-MAPPED
016524           add 1 to no-territory-count
016525           if TL-FIRST-MISS
016526              display "mprb05a: no territory mapped for "
016527                 "department " AD-C-DEPT " " AD-LIB-DEPT
016528                 upon console
016529           end-if
016530        when other
016531           add 1 to no-terrref-count
016532     end-evaluate.
016533 end-assign-territory.
016534     exit.
016535
016536************************************************************
016537*            WRITE-ADDRESS-REJECT
016538*    Common reject path. An unknown city (CR 21) first gets
016539*    the accessor's closest candidates stamped next to the
016540*    reason, so the fix is usually a read-off, not a lookup.
016541************************************************************
016542
016550 write-address-reject.
016560     add 1 to rejected-count.
016570     move 410-CR to saved-reject-cr.
016580     move 410-LIB-CR to saved-reject-lib.
016590     perform clear-reject-record
016595        thru end-clear-reject-record.
016610     move saved-reject-cr to RJ-CR.
016620     move saved-reject-lib to RJ-LIB-CR.
016625     move 'OAEFT410' to RJ-ACCESSOR.
016680     if saved-reject-cr = 21
016690        perform collect-suggestions
016700           thru end-collect-suggestions
016720     write ADDRESS-REJ-RECORD.
016730 end-write-address-reject.
016740     exit.
016741
016742*    A street reject carries no suggestions - the approximate
016743*    mode is the city accessor's, not the street's.
016744 write-street-reject.
016745     add 1 to rejected-count.
016746     add 1 to street-rejected-count.
016747     perform clear-reject-record
016748        thru end-clear-reject-record.
016749     move 420-CR to RJ-CR.
016750     move 420-LIB-CR to RJ-LIB-CR.
016751     move 'OAEFT420' to RJ-ACCESSOR.
016752     write ADDRESS-REJ-RECORD.
016753 end-write-street-reject.
016754     exit.
016755
016756 clear-reject-record.
016757     move spaces to ADDRESS-REJ-RECORD.
016758     move ADDRESS-RECORD to RJ-ADDRESS.
016759     perform varying suggestion-idx from 1 by 1
016760        until suggestion-idx > 3
016761        move spaces to RJ-SUG-VILLE (suggestion-idx)
016762        move 0 to RJ-SUG-CONF (suggestion-idx)
016763     end-perform.
016764 end-clear-reject-record.
016765     exit.
016766
016767*    Up to three approximate-mode answers, best first; the
016770*    remaining list is drained so the accessor's browse state
016780*    is clean for the next record. In bulk mode the records
016790*    of a city come together, so the browse is done for the
016800*    first of them and the answers reused for the rest.
016810 collect-suggestions.
016813     if bulk-mode and sc-ville = AD-VILLE
016816        perform varying suggestion-idx from 1 by 1
016819           until suggestion-idx > 3
016822           move sc-sug-ville (suggestion-idx)
016825              to RJ-SUG-VILLE (suggestion-idx)
016828           move sc-sug-conf (suggestion-idx)
016831              to RJ-SUG-CONF (suggestion-idx)
016834        end-perform
016837     else
016840        move spaces to VILLE-LOOKUP-AREA
016843        set 410-MODE-VILLE-APPROX to true
016846        move AD-VILLE to 410-VILLE
016849        move 0 to 410-C-POST-E
016852        move 'n' to suggestion-done-sw
016855        perform fetch-one-suggestion
016858           thru end-fetch-one-suggestion
016861           varying suggestion-idx from 1 by 1
016864           until suggestion-idx > 3 or suggestion-done
016867        perform drain-suggestion-list
016870           thru end-drain-suggestion-list
016873           until suggestion-done
016876        if bulk-mode
016879           move AD-VILLE to sc-ville
016882           perform varying suggestion-idx from 1 by 1
016885              until suggestion-idx > 3
016888              move RJ-SUG-VILLE (suggestion-idx)
016891                 to sc-sug-ville (suggestion-idx)
016894              move RJ-SUG-CONF (suggestion-idx)
016897                 to sc-sug-conf (suggestion-idx)
016900           end-perform
016903        end-if
016906     end-if.
016920 end-collect-suggestions.
016930     exit.
016940
017170************************************************************
017180
017190 finalise-driver.
017192     if bulk-mode
017194        perform finish-bulk-run
017196           thru end-finish-bulk-run
017198     end-if.
017200     close ADDRESS-IN-FILE.
017210     close ADDRESS-OUT-FILE.
017220     close ADDRESS-REJ-FILE.
017350           " multi-code cities resolved by tie-break"
017360           upon console
017370     end-if.
035236     move street-checked-count to display-count.
053102     display "mprb05a: " display-count
070968        " streets standardised" upon console.
088834     if street-rejected-count > 0
106700        move street-rejected-count to display-count
124566        display "mprb05a: " display-count
142432           " rejected on the street (OAEFT420)" upon console
160298     end-if.
178164     if no-street-count > 0
196030        move no-street-count to display-count
213896        display "mprb05a: " display-count
231762           " enriched without a street on file" upon console
249628     end-if.
267494     move territory-count to display-count.
285360     display "mprb05a: " display-count
303226        " territories assigned" upon console.
321092     if no-territory-count > 0
338958        move no-territory-count to display-count
356824        display "mprb05a: *** " display-count
374690           " IN A DEPARTMENT WITH NO TERRITORY MAPPED ***"
392556           upon console
410422     end-if.
428288     if no-terrref-count > 0
446154        move no-terrref-count to display-count
464020        display "mprb05a: *** " display-count
481886           " LEFT WITHOUT A TERRITORY - TERRREF NOT USABLE ***"
499752           upon console
517618     end-if.
535484     if bulk-mode
553350        move checkpoint-count to display-count
571216        display "mprb05a: " display-count
589082           " checkpoints written to ENRCKPT" upon console
606948     end-if.
624814     move run-return-code to RETURN-CODE.
642680 end-finalise-driver.
660546     exit.
678412
696278*    End of the bulk pass: the accessor writes the last
714144*    city's audit and closes its cursor, and - unless the run
732010*    failed, when the last checkpoint must stay as it is for
749876*    the restart - ENRCKPT is marked complete.
767742 finish-bulk-run.
785608     move spaces to VILLE-LOOKUP-AREA.
803474     set 410-MODE-VILLE-LOT to true.
821340     move high-values to 410-VILLE.
839206     move 0 to 410-C-POST-E.
857072     call 'OAEFT410' using VILLE-LOOKUP-AREA.
874938     if not driver-fatal
892804        set checkpoint-complete to true
910670        perform write-checkpoint
928536           thru end-write-checkpoint
946402     end-if.
964268 end-finish-bulk-run.
982134     exit.
