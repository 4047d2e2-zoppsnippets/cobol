000100 CBL  SOURCE XREF
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. 'mprb05tl'.
000400************************************************************
000500*
000600*  Sales territory lookup for the mprb05 suite, CALLed by
000700*  the programs that stamp a territory on a customer
000800*  address (mprb05a, mprb05y, the ADDRCHG handler mprb05p3)
000900*  and by the territory report mprb05ts. Given a department
001000*  code and a date it hands back the territory and region
001100*  TERRREF has in force for the department on that date.
001200*
001300*  CALL 'mprb05tl' USING TERRITORY-LOOKUP-AREA  (TERRCOMM)
001400*
001500*  TERRREF is read whole on the first call and kept for the
001600*  run - every effective date, not only today's, so a BMP
001700*  region that runs across a business-date rollover, or a
001800*  report run for a date ahead, gets the mapping in force on
001900*  the date it asks about. A TERRREF that will not open, or
002000*  holds no usable record, leaves every lookup of the run
002100*  answering 'U'; the callers carry on without territories
002200*  and say so - a territory is never guessed.
002300*
002400*  Program     mprb05tl
002500*  PSB:        none - subprogram, no IMS calls
002600*  Databases:  none
002700*  Access:     TERRREF (in, first call only)
002800*
002900************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.  IBM-370.
003300 OBJECT-COMPUTER.  IBM-370.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT TERRITORY-REFERENCE-FILE ASSIGN TO TERRREF
003700        ORGANIZATION IS SEQUENTIAL
003800        FILE STATUS IS ws-terrref-status.
003900
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  TERRITORY-REFERENCE-FILE
004300     RECORDING MODE IS F.
004400     COPY TERRREC.
004500
004600 WORKING-STORAGE SECTION.
004700
004800 77  ws-terrref-status     pic xx value spaces.
004900 77  end-of-terrref-sw     pic x value 'n'.
005000     88 end-of-terrref           value 'y'.
005100 77  terrref-loaded-sw     pic x value 'n'.
005200     88 terrref-loaded           value 'y'.
005300 77  terrref-unusable-sw   pic x value 'n'.
005400     88 terrref-unusable         value 'y'.
005500 77  ws-as-of-date         pic 9(8) value 0.
005600 77  display-count         pic zzz,zz9.
005700
005800************************************************************
005900*            TERRITORY TABLE
006000*    Every usable TERRREF record, in dataset order; a lookup
006100*    scans it for the department's latest effective date not
006200*    after the date asked about.
006300************************************************************
006400
006500 77  tt-entry-count       pic 9(4) binary value 0.
006600 77  tt-max-entries       pic 9(4) binary value 2000.
006700 77  tt-best-ix           pic 9(4) binary value 0.
006800 77  tt-best-date         pic 9(8) value 0.
006900 01  tt-table.
007000     02  tt-entry occurs 1 to 2000 times
007100           depending on tt-entry-count
007200           indexed by tt-ix.
007300         03  tt-c-dept          pic x(2).
007400         03  tt-effective-date  pic 9(8).
007500         03  tt-territory       pic x(3).
007600         03  tt-region          pic x(3).
007700         03  tt-territory-name  pic x(30).
007800         03  tt-region-name     pic x(20).
007900
008000************************************************************
008100*            DEPARTMENTS ALREADY MISSED
008200*    So the caller hears of an unmapped department once per
008300*    run, not once per customer in it.
008400************************************************************
008500
008600 77  ms-entry-count       pic 9(4) binary value 0.
008700 77  ms-max-entries       pic 9(4) binary value 200.
008800 77  ms-found-sw          pic x value 'n'.
008900     88 ms-found                 value 'y'.
009000 01  ms-table.
009100     02  ms-entry occurs 1 to 200 times
009200           depending on ms-entry-count
009300           indexed by ms-ix.
009400         03  ms-c-dept          pic x(2).
009500
009600*****************************************************
009700 LINKAGE SECTION.
009800
009900     COPY TERRCOMM.
010000
010100 PROCEDURE DIVISION USING TERRITORY-LOOKUP-AREA.
010200*****************************************************
010300 MAIN-RTN.
010400
010500     if not terrref-loaded
010600        perform load-territory-reference
010700           thru end-load-territory-reference
010800     end-if.
010900
011000     move spaces to TL-TERRITORY TL-REGION
011100        TL-TERRITORY-NAME TL-REGION-NAME.
011200     move 'n' to TL-FIRST-MISS-SW.
011300     if terrref-unusable
011400        set TL-UNAVAILABLE to true
011500     else
011600        perform find-territory
011700           thru end-find-territory
011800     end-if.
011900
012000     goback.
012100
012200************************************************************
012300*            LOAD-TERRITORY-REFERENCE
012400*    Once per run. A record with no department, no territory
012500*    or an effective date that is not a date is refused on
012600*    the console and the department left to any other
012700*    record for it.
012800************************************************************
012900
013000 load-territory-reference.
013100     set terrref-loaded to true.
013200     move 0 to tt-entry-count.
013300     open input TERRITORY-REFERENCE-FILE.
013400     if ws-terrref-status not = '00'
013500        display "mprb05tl: *** TERRREF NOT AVAILABLE (STATUS "
013600           ws-terrref-status ") - NO TERRITORIES ASSIGNED ***"
013700           upon console
013800        set terrref-unusable to true
013900     else
014000        move 'n' to end-of-terrref-sw
014100        perform read-one-territory-record
014200           thru end-read-one-territory-record
014300           until end-of-terrref
014400        close TERRITORY-REFERENCE-FILE
014500        if tt-entry-count = 0
014600           display "mprb05tl: *** TERRREF NOT USABLE - NO "
014700              "TERRITORIES ASSIGNED ***" upon console
014800           set terrref-unusable to true
014900        else
015000           move tt-entry-count to display-count
015100           display "mprb05tl: " display-count
015200              " territory reference records loaded" upon console
015300        end-if
015400     end-if.
015500 end-load-territory-reference.
015600     exit.
015700
015800 read-one-territory-record.
015900     read TERRITORY-REFERENCE-FILE
016000        at end
016100           set end-of-terrref to true
016200        not at end
016300           evaluate true
016400              when TE-C-DEPT (1:1) = '*'
016500                 or TERRITORY-REFERENCE-RECORD = spaces
016600                 continue
016700              when TE-C-DEPT = spaces
016800                 or TE-TERRITORY = spaces
016900                 or TE-EFFECTIVE-DATE not numeric
017000                 display "mprb05tl: TERRREF record refused: "
017100                    TERRITORY-REFERENCE-RECORD (1:46) upon console
017200              when tt-entry-count not < tt-max-entries
017300                 display "mprb05tl: territory table full, "
017400                    "department " TE-C-DEPT " record dropped"
017500                    upon console
017600              when other
017700                 add 1 to tt-entry-count
017800                 set tt-ix to tt-entry-count
017900                 move TE-C-DEPT to tt-c-dept (tt-ix)
018000                 move TE-EFFECTIVE-DATE
018100                    to tt-effective-date (tt-ix)
018200                 move TE-TERRITORY to tt-territory (tt-ix)
018300                 move TE-REGION to tt-region (tt-ix)
018400                 move TE-TERRITORY-NAME
018500                    to tt-territory-name (tt-ix)
018600                 move TE-REGION-NAME to tt-region-name (tt-ix)
018700           end-evaluate
018800     end-read.
018900*    A read error leaves a table nobody can trust - treat the
019000*    dataset as unusable rather than assign from half of it.
019100     if ws-terrref-status not = '00'
019200        and ws-terrref-status not = '10'
019300        display "mprb05tl: TERRREF read error, status "
019400           ws-terrref-status upon console
019500        move 0 to tt-entry-count
019600        set end-of-terrref to true
019700     end-if.
019800 end-read-one-territory-record.
019900     exit.
020000
020100************************************************************
020200*            FIND-TERRITORY
020300*    The department's record with the latest effective date
020400*    not after the date asked about; a later record for the
020500*    same date wins, as in HANDREG.
020600************************************************************
020700
020800 find-territory.
020900     move TL-AS-OF-DATE to ws-as-of-date.
021000     if TL-AS-OF-DATE not numeric or TL-AS-OF-DATE = 0
021100        accept ws-as-of-date from date yyyymmdd
021200     end-if.
021300     move 0 to tt-best-ix tt-best-date.
021400     perform varying tt-ix from 1 by 1
021500        until tt-ix > tt-entry-count
021600        if tt-c-dept (tt-ix) = TL-C-DEPT
021700           and tt-effective-date (tt-ix) not > ws-as-of-date
021800           and tt-effective-date (tt-ix) not < tt-best-date
021900           set tt-best-ix to tt-ix
022000           move tt-effective-date (tt-ix) to tt-best-date
022100        end-if
022200     end-perform.
022300     if tt-best-ix > 0
022400        set tt-ix to tt-best-ix
022500        move tt-territory (tt-ix) to TL-TERRITORY
022600        move tt-region (tt-ix) to TL-REGION
022700        move tt-territory-name (tt-ix) to TL-TERRITORY-NAME
022800        move tt-region-name (tt-ix) to TL-REGION-NAME
022900        set TL-FOUND to true
023000     else
023100        set TL-NOT-MAPPED to true
023200        perform note-missed-department
023300           thru end-note-missed-department
023400     end-if.
023500 end-find-territory.
023600     exit.
023700
023800 note-missed-department.
023900     move 'n' to ms-found-sw.
024000     perform varying ms-ix from 1 by 1
024100        until ms-ix > ms-entry-count or ms-found
024200        if ms-c-dept (ms-ix) = TL-C-DEPT
024300           set ms-found to true
024400        end-if
024500     end-perform.
024600     if not ms-found and ms-entry-count < ms-max-entries
024700        add 1 to ms-entry-count
024800        set ms-ix to ms-entry-count
024900        move TL-C-DEPT to ms-c-dept (ms-ix)
025000        set TL-FIRST-MISS to true
025100     end-if.
025200 end-note-missed-department.
025300     exit.
