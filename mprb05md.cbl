000100 CBL  SOURCE XREF
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. 'mprb05md'.
000400************************************************************
000500*
000600*  Masked test-data provisioning. Copies one business date
000700*  of the production CAPTURE, PAYPOST, REJECTS, BUSTOT and
000800*  accessor AUDITLOG datasets for the test environment with
000900*  everything that names a person or their money replaced:
001000*    - user IDs (CD-USERID, PP-USERID, RJ-USERID) become
001100*      Tnnnnnnn pseudonyms;
001200*    - payer account numbers (PP-ACCOUNT-NO, the PAYMENT and
001300*      REFUND message bodies) become TAnnnnnnnnnn;
001400*    - ADDRCHG, ORDER and ORDCANC customer IDs become
001410*      TCnnnnnnnn;
001500*    - city names (ADDRCHG bodies, AUDITLOG lookups) become
001600*      TVILLEnnnnn, and postal codes keep their department
001700*      and lose the rest;
001800*    - amounts (PAYPOST, the PAYMENT, REFUND, ORDER and
001900*      ORDCANC message bodies) are scaled by a factor derived
002000*      from MASKKEY.
002100*  Every replacement is by value and held for the whole run,
002200*  so the same real user, account, customer or amount gets
002300*  the same replacement in every dataset and the cross-
002400*  dataset checks (mprb05n counts, mprb05s settlement) come
002500*  out the same on the masked copy. BUSTOT rows are handler
002600*  sums rather than single amounts: each is moved by the net
002700*  change masking made to the amounts it sums, so settlement
002800*  still balances to the penny. Formats and record counts
002900*  are kept - every record of the date is written, in its own
003000*  layout. A message line in a layout this run does not know
003100*  (a versioned line) has its body cleared rather than copied
003200*  unmasked.
003300*
003400*  The MASKRPT report for the data-protection officer gives,
003500*  per dataset, the records read, selected and written and
003600*  how many fields of each kind were masked, and the number
003700*  of pseudonyms issued. It shows no real value and not the
003800*  key.
003900*
004000*  PARM keywords:
004100*    BDATE=yyyymmdd   business date copied (default today)
004200*    MASKKEY=nnnnnn   six-digit masking key (required - a
004300*                     default would be in this source for
004400*                     anyone to read)
004500*
004600*  Ends with return code 8 when MASKKEY is missing, a dataset
004700*  will not open or write, a pseudonym table fills (the rest
004800*  could not be masked consistently) or a dataset's written
004900*  count differs from its selected count; 4 when a BUSTOT
005000*  adjustment found no row to go on (settlement on the masked
005100*  copy will show it).
005200*
005300*  Program     mprb05md
005400*  PSB:        none - batch sequential, no IMS calls
005500*  Databases:  none
005600*  Access:     CAPTIN, PAYIN, REJIN, BUSTIN, AUDIN (in);
005700*              CAPTMSK, PAYMSK, REJMSK, BUSTMSK, AUDMSK,
005800*              MASKRPT (out)
005900*
006000************************************************************
006100 ENVIRONMENT DIVISION.
006200 CONFIGURATION SECTION.
006300 SOURCE-COMPUTER.  IBM-370.
006400 OBJECT-COMPUTER.  IBM-370.
006500 INPUT-OUTPUT SECTION.
006600 FILE-CONTROL.
006700     SELECT CAPTURE-IN-FILE ASSIGN TO CAPTIN
006800        ORGANIZATION IS SEQUENTIAL
006900        FILE STATUS IS ws-capture-in-status.
007000     SELECT CAPTURE-OUT-FILE ASSIGN TO CAPTMSK
007100        ORGANIZATION IS SEQUENTIAL
007200        FILE STATUS IS ws-capture-out-status.
007300     SELECT POSTING-IN-FILE ASSIGN TO PAYIN
007400        ORGANIZATION IS SEQUENTIAL
007500        FILE STATUS IS ws-posting-in-status.
007600     SELECT POSTING-OUT-FILE ASSIGN TO PAYMSK
007700        ORGANIZATION IS SEQUENTIAL
007800        FILE STATUS IS ws-posting-out-status.
007900     SELECT REJECT-IN-FILE ASSIGN TO REJIN
008000        ORGANIZATION IS SEQUENTIAL
008100        FILE STATUS IS ws-reject-in-status.
008200     SELECT REJECT-OUT-FILE ASSIGN TO REJMSK
008300        ORGANIZATION IS SEQUENTIAL
008400        FILE STATUS IS ws-reject-out-status.
008500     SELECT TOTALS-IN-FILE ASSIGN TO BUSTIN
008600        ORGANIZATION IS SEQUENTIAL
008700        FILE STATUS IS ws-totals-in-status.
008800     SELECT TOTALS-OUT-FILE ASSIGN TO BUSTMSK
008900        ORGANIZATION IS SEQUENTIAL
009000        FILE STATUS IS ws-totals-out-status.
009100     SELECT AUDIT-IN-FILE ASSIGN TO AUDIN
009200        ORGANIZATION IS SEQUENTIAL
009300        FILE STATUS IS ws-audit-in-status.
009400     SELECT AUDIT-OUT-FILE ASSIGN TO AUDMSK
009500        ORGANIZATION IS SEQUENTIAL
009600        FILE STATUS IS ws-audit-out-status.
009700     SELECT REPORT-FILE ASSIGN TO MASKRPT
009800        ORGANIZATION IS SEQUENTIAL
009900        FILE STATUS IS ws-report-status.
010000
010100 DATA DIVISION.
010200 FILE SECTION.
010300 FD  CAPTURE-IN-FILE
010400     RECORDING MODE IS F.
010500     COPY CAPTREC.
010600
010700 FD  CAPTURE-OUT-FILE
010800     RECORDING MODE IS F.
010900 01  CAPTURE-OUT-RECORD       PIC X(152).
011000
011100 FD  POSTING-IN-FILE
011200     RECORDING MODE IS F.
011300     COPY PAYPREC.
011400
011500 FD  POSTING-OUT-FILE
011600     RECORDING MODE IS F.
011700 01  POSTING-OUT-RECORD       PIC X(115).
011800
011900 FD  REJECT-IN-FILE
012000     RECORDING MODE IS F.
012100     COPY REJREC.
012200
012300 FD  REJECT-OUT-FILE
012400     RECORDING MODE IS F.
012500 01  REJECT-OUT-RECORD        PIC X(172).
012600
012700 FD  TOTALS-IN-FILE
012800     RECORDING MODE IS F.
012900     COPY BUSTREC.
013000
013100 FD  TOTALS-OUT-FILE
013200     RECORDING MODE IS F.
013300 01  TOTALS-OUT-RECORD        PIC X(104).
013400
013500 FD  AUDIT-IN-FILE
013600     RECORDING MODE IS F.
013700     COPY AUDITREC.
013800
013900 FD  AUDIT-OUT-FILE
014000     RECORDING MODE IS F.
014100 01  AUDIT-OUT-RECORD         PIC X(116).
014200
014300 FD  REPORT-FILE
014400     RECORDING MODE IS F.
014500 01  REPORT-LINE              PIC X(80).
014600
014700 WORKING-STORAGE SECTION.
014800
014900 77  ws-capture-in-status  pic xx value spaces.
015000 77  ws-capture-out-status pic xx value spaces.
015100 77  ws-posting-in-status  pic xx value spaces.
015200 77  ws-posting-out-status pic xx value spaces.
015300 77  ws-reject-in-status   pic xx value spaces.
015400 77  ws-reject-out-status  pic xx value spaces.
015500 77  ws-totals-in-status   pic xx value spaces.
015600 77  ws-totals-out-status  pic xx value spaces.
015700 77  ws-audit-in-status    pic xx value spaces.
015800 77  ws-audit-out-status   pic xx value spaces.
015900 77  ws-report-status      pic xx value spaces.
016000 77  end-of-input-sw       pic x value 'n'.
016100     88 end-of-input             value 'y'.
016200 77  mask-fatal-sw         pic x value 'n'.
016300     88 mask-fatal               value 'y'.
016400
016500 77  target-date           pic 9(8) value 0.
016600 77  mask-key-x            pic x(6) value spaces.
016700 77  mask-key              pic 9(6) value 0.
016800 77  mask-key-quotient     pic 9(6) value 0.
016900*    Amounts are scaled to between 50 and 99 per cent of what
017000*    they were - never up, so no masked amount outgrows its
017100*    field.
017200 77  amount-factor         pic 9(3) value 0.
017300
017400 01  ws-parm-tokens.
017500     02  ws-parm-token    pic x(20) occurs 6 times.
017600 77  ws-parm-idx          pic 9(4) binary value 1.
017700 77  ws-parm-key          pic x(10).
017800 77  ws-parm-val          pic x(10).
017900
018000************************************************************
018100*            COUNTS FOR THE MASKING REPORT
018200*    Per dataset: read, selected (the business date) and
018300*    written - selected and written must agree. Per kind of
018400*    field: how many were replaced.
018500************************************************************
018600
018700 01  dataset-counts.
018800     02  ds-entry occurs 5 times indexed by ds-ix.
018900         03  ds-name          pic x(8).
019000         03  ds-read          pic 9(9).
019100         03  ds-selected      pic 9(9).
019200         03  ds-written       pic 9(9).
019300 77  ds-capture            pic 9 value 1.
019400 77  ds-posting            pic 9 value 2.
019500 77  ds-reject             pic 9 value 3.
019600 77  ds-totals             pic 9 value 4.
019700 77  ds-audit              pic 9 value 5.
019800 77  ds-current            pic 9 value 1.
019900
020000 77  users-masked          pic 9(9) value 0.
020100 77  accounts-masked       pic 9(9) value 0.
020200 77  customers-masked      pic 9(9) value 0.
020300 77  cities-masked         pic 9(9) value 0.
020400 77  postcodes-masked      pic 9(9) value 0.
020500 77  amounts-masked        pic 9(9) value 0.
020600 77  totals-adjusted       pic 9(9) value 0.
020700 77  bodies-cleared        pic 9(9) value 0.
020800 77  unabsorbed-count      pic 9(4) value 0.
020900 77  display-count         pic zzz,zzz,zz9.
021000
021100************************************************************
021200*            PSEUDONYM TABLES
021300*    Real value to pseudonym, first come first numbered, held
021400*    for the whole run so every dataset gets the same answer.
021500*    Linear tables, same idiom as mprb05w.
021600************************************************************
021700
021800 77  pn-found-sw           pic x value 'n'.
021900     88 pn-found                 value 'y'.
022000 77  pn-full-count         pic 9(7) value 0.
022100 01  pn-sequence           pic 9(11) value 0.
022200 01  pn-sequence-x redefines pn-sequence pic x(11).
022300
022400 77  pu-entry-count        pic 9(4) binary value 0.
022500 77  pu-max-entries        pic 9(4) binary value 3000.
022600 01  pu-table.
022700     05  pu-entry OCCURS 1 TO 3000 TIMES
022800             DEPENDING ON pu-entry-count
022900             INDEXED BY pu-ix.
023000         10  pu-real           pic x(8).
023100         10  pu-pseudonym      pic x(8).
023200
023300 77  pa-entry-count        pic 9(4) binary value 0.
023400 77  pa-max-entries        pic 9(4) binary value 5000.
023500 01  pa-table.
023600     05  pa-entry OCCURS 1 TO 5000 TIMES
023700             DEPENDING ON pa-entry-count
023800             INDEXED BY pa-ix.
023900         10  pa-real           pic x(12).
024000         10  pa-pseudonym      pic x(12).
024100
024200 77  pc-entry-count        pic 9(4) binary value 0.
024300 77  pc-max-entries        pic 9(4) binary value 5000.
024400 01  pc-table.
024500     05  pc-entry OCCURS 1 TO 5000 TIMES
024600             DEPENDING ON pc-entry-count
024700             INDEXED BY pc-ix.
024800         10  pc-real           pic x(10).
024900         10  pc-pseudonym      pic x(10).
025000
025100 77  pv-entry-count        pic 9(4) binary value 0.
025200 77  pv-max-entries        pic 9(4) binary value 3000.
025300 01  pv-table.
025400     05  pv-entry OCCURS 1 TO 3000 TIMES
025500             DEPENDING ON pv-entry-count
025600             INDEXED BY pv-ix.
025700         10  pv-real           pic x(20).
025800         10  pv-pseudonym      pic x(20).
025900
026000*    In and out fields for the pseudonym and amount paragraphs.
026100 77  mask-user             pic x(8) value spaces.
026200 77  mask-account          pic x(12) value spaces.
026300 77  mask-customer         pic x(10) value spaces.
026400 77  mask-city             pic x(20) value spaces.
026500 77  mask-postcode         pic x(5) value spaces.
026600 77  mask-amount           pic 9(11)v99 value 0.
026700 77  mask-amount-before    pic 9(11)v99 value 0.
026800 77  mask-delta            pic s9(11)v99 value 0.
026900
027000************************************************************
027100*            MESSAGE LINE VIEWS
027200*    The money fields of a message line, by their widths in
027300*    the handlers' body layouts (see each handler's header).
027400************************************************************
027500
027600 77  work-line             pic x(80) value spaces.
027700 77  work-trancode         pic x(8) value spaces.
027800 01  line-amount-9x        pic x(9).
027900 01  line-amount-9 redefines line-amount-9x pic 9(7)v99.
028000 01  line-amount-13x       pic x(13).
028100 01  line-amount-13 redefines line-amount-13x pic 9(11)v99.
028200
028300************************************************************
028400*            BUSTOT ADJUSTMENTS
028500*    The net change masking made to the amounts each BUSTOT
028600*    row sums, per trancode and currency: PAYMENT and REFUND
028700*    from the PAYPOST postings (PAYMENT per currency as well,
028800*    house and keyed), ORDER and ORDCANC from the capture
028900*    roots. The day's rows for the pair take the change
029000*    between them - one row where it fits, carried on to the
029100*    next where a row would go below zero.
029200************************************************************
029300
029400 77  dt-entry-count        pic 9(4) binary value 0.
029500 77  dt-max-entries        pic 9(4) binary value 100.
029600 77  dt-found-sw           pic x value 'n'.
029700     88 dt-found                 value 'y'.
029800 01  dt-table.
029900     05  dt-entry OCCURS 1 TO 100 TIMES
030000             DEPENDING ON dt-entry-count
030100             INDEXED BY dt-ix.
030200         10  dt-trancode       pic x(8).
030300         10  dt-currency       pic x(3).
030400         10  dt-house-delta    pic s9(11)v99.
030500         10  dt-keyed-delta    pic s9(11)v99.
030600 77  dt-key-trancode       pic x(8) value spaces.
030700 77  dt-key-currency       pic x(3) value spaces.
030800 77  adjust-amount         pic 9(11)v99 value 0.
030900 77  adjust-delta          pic s9(11)v99 value 0.
031000 77  adjust-result         pic s9(13)v99 value 0.
031100
031200*****************************************************
031300 LINKAGE SECTION.
031400
031500 01  PARM-AREA.
031600     02  PARM-LENGTH      PIC S9(4) COMP.
031700     02  PARM-DATA        PIC X(80).
031800
031900 PROCEDURE DIVISION USING PARM-AREA.
032000*****************************************************
032100 MAIN-RTN.
032200
032300     perform initialise-masking
032400        thru end-initialise-masking.
032500
032600*    PAYPOST and the captures go first: BUSTOT is adjusted by
032700*    what masking them changed.
032800     if not mask-fatal
032900        perform mask-postings
033000           thru end-mask-postings
033100     end-if.
033200     if not mask-fatal
033300        perform mask-captures
033400           thru end-mask-captures
033500     end-if.
033600     if not mask-fatal
033700        perform mask-rejects
033800           thru end-mask-rejects
033900     end-if.
034000     if not mask-fatal
034100        perform mask-auditlog
034200           thru end-mask-auditlog
034300     end-if.
034400     if not mask-fatal
034500        perform mask-totals
034600           thru end-mask-totals
034700     end-if.
034800
034900     perform finalise-masking
035000        thru end-finalise-masking.
035100
035200     goback.
035300
035400************************************************************
035500*            INITIALISE-MASKING
035600************************************************************
035700
035800 initialise-masking.
035900     display "mprb05md: masked test-data copy starting".
036000     accept target-date from date yyyymmdd.
036100     perform parse-parm-area
036200        thru end-parse-parm-area.
036300     if mask-key-x not numeric
036400        display "mprb05md: *** MASKKEY=nnnnnn MISSING OR NOT "
036500           "NUMERIC - RUN ABORTED ***" upon console
036600        move 'y' to mask-fatal-sw
036700        move 8 to RETURN-CODE
036800     else
036900        move mask-key-x to mask-key
037000        divide mask-key by 50 giving mask-key-quotient
037100           remainder amount-factor
037200        add 50 to amount-factor
037300     end-if.
037400     display "mprb05md: copying business date " target-date.
037500     move 'CAPTURE ' to ds-name (1).
037600     move 'PAYPOST ' to ds-name (2).
037700     move 'REJECTS ' to ds-name (3).
037800     move 'BUSTOT  ' to ds-name (4).
037900     move 'AUDITLOG' to ds-name (5).
038000     perform varying ds-ix from 1 by 1 until ds-ix > 5
038100        move 0 to ds-read (ds-ix) ds-selected (ds-ix)
038200           ds-written (ds-ix)
038300     end-perform.
038400     if not mask-fatal
038500        perform open-masking-files
038600           thru end-open-masking-files
038700     end-if.
038800 end-initialise-masking.
038900     exit.
039000
039100*    Every dataset must open before one record is copied - a
039200*    test copy missing one of them would not balance and
039300*    would send the testers after a fault that is not there.
039400 open-masking-files.
039500     open input CAPTURE-IN-FILE.
039600     if ws-capture-in-status not = '00'
039700        display "mprb05md: *** CANNOT READ CAPTIN, STATUS "
039800           ws-capture-in-status " - RUN ABORTED ***" upon console
039900        move 'y' to mask-fatal-sw
040000     end-if.
040100     open input POSTING-IN-FILE.
040200     if ws-posting-in-status not = '00'
040300        display "mprb05md: *** CANNOT READ PAYIN, STATUS "
040400           ws-posting-in-status " - RUN ABORTED ***" upon console
040500        move 'y' to mask-fatal-sw
040600     end-if.
040700     open input REJECT-IN-FILE.
040800     if ws-reject-in-status not = '00'
040900        display "mprb05md: *** CANNOT READ REJIN, STATUS "
041000           ws-reject-in-status " - RUN ABORTED ***" upon console
041100        move 'y' to mask-fatal-sw
041200     end-if.
041300     open input TOTALS-IN-FILE.
041400     if ws-totals-in-status not = '00'
041500        display "mprb05md: *** CANNOT READ BUSTIN, STATUS "
041600           ws-totals-in-status " - RUN ABORTED ***" upon console
041700        move 'y' to mask-fatal-sw
041800     end-if.
041900     open input AUDIT-IN-FILE.
042000     if ws-audit-in-status not = '00'
042100        display "mprb05md: *** CANNOT READ AUDIN, STATUS "
042200           ws-audit-in-status " - RUN ABORTED ***" upon console
042300        move 'y' to mask-fatal-sw
042400     end-if.
042500     open output CAPTURE-OUT-FILE.
042600     if ws-capture-out-status not = '00'
042700        display "mprb05md: *** CANNOT OPEN CAPTMSK, STATUS "
042800           ws-capture-out-status " - RUN ABORTED ***"
042900           upon console
043000        move 'y' to mask-fatal-sw
043100     end-if.
043200     open output POSTING-OUT-FILE.
043300     if ws-posting-out-status not = '00'
043400        display "mprb05md: *** CANNOT OPEN PAYMSK, STATUS "
043500           ws-posting-out-status " - RUN ABORTED ***"
043600           upon console
043700        move 'y' to mask-fatal-sw
043800     end-if.
043900     open output REJECT-OUT-FILE.
044000     if ws-reject-out-status not = '00'
044100        display "mprb05md: *** CANNOT OPEN REJMSK, STATUS "
044200           ws-reject-out-status " - RUN ABORTED ***"
044300           upon console
044400        move 'y' to mask-fatal-sw
044500     end-if.
044600     open output TOTALS-OUT-FILE.
044700     if ws-totals-out-status not = '00'
044800        display "mprb05md: *** CANNOT OPEN BUSTMSK, STATUS "
044900           ws-totals-out-status " - RUN ABORTED ***"
045000           upon console
045100        move 'y' to mask-fatal-sw
045200     end-if.
045300     open output AUDIT-OUT-FILE.
045400     if ws-audit-out-status not = '00'
045500        display "mprb05md: *** CANNOT OPEN AUDMSK, STATUS "
045600           ws-audit-out-status " - RUN ABORTED ***"
045700           upon console
045800        move 'y' to mask-fatal-sw
045900     end-if.
046000     open output REPORT-FILE.
046100     if ws-report-status not = '00'
046200        display "mprb05md: *** CANNOT OPEN MASKRPT, STATUS "
046300           ws-report-status " - RUN ABORTED ***" upon console
046400        move 'y' to mask-fatal-sw
046500     end-if.
046600     if mask-fatal
046700        move 8 to RETURN-CODE
046800     end-if.
046900 end-open-masking-files.
047000     exit.
047100
047200 parse-parm-area.
047300     move spaces to ws-parm-tokens.
047400     if PARM-LENGTH > 0
047500        unstring PARM-DATA (1:PARM-LENGTH) delimited by ','
047600           into ws-parm-token (1) ws-parm-token (2)
047700              ws-parm-token (3) ws-parm-token (4)
047800              ws-parm-token (5) ws-parm-token (6)
047900        end-unstring
048000        perform varying ws-parm-idx from 1 by 1
048100           until ws-parm-idx > 6
048200           if ws-parm-token (ws-parm-idx) not = spaces
048300              perform split-parm-token
048400                 thru end-split-parm-token
048500           end-if
048600        end-perform
048700     end-if.
048800 end-parse-parm-area.
048900     exit.
049000
049100 split-parm-token.
049200     move spaces to ws-parm-key ws-parm-val.
049300     unstring ws-parm-token (ws-parm-idx) delimited by '='
049400        into ws-parm-key ws-parm-val.
049500     evaluate ws-parm-key
049600        when 'BDATE'
049700           move ws-parm-val(1:8) to target-date
049800        when 'MASKKEY'
049900           move ws-parm-val(1:6) to mask-key-x
050000     end-evaluate.
050100 end-split-parm-token.
050200     exit.
050300
050400************************************************************
050500*            MASK-POSTINGS
050600*    PAYPOST: user, payer account and both amounts. The
050700*    change to each amount is kept for the BUSTOT rows that
050800*    sum it - a reversal sums into REFUND's.
050900************************************************************
051000
051100 mask-postings.
051200     move ds-posting to ds-current.
051300     move 'n' to end-of-input-sw.
051400     perform mask-one-posting
051500        thru end-mask-one-posting
051600        until end-of-input or mask-fatal.
051700 end-mask-postings.
051800     exit.
051900
052000 mask-one-posting.
052100     read POSTING-IN-FILE
052200        at end
052300           set end-of-input to true
052400        not at end
052500           add 1 to ds-read (ds-current)
052600           if PP-DATE = target-date
052700              add 1 to ds-selected (ds-current)
052800              perform mask-posting-fields
052900                 thru end-mask-posting-fields
053000              write POSTING-OUT-RECORD from PAYMENT-POSTING-RECORD
053100              if ws-posting-out-status = '00'
053200                 add 1 to ds-written (ds-current)
053300              else
053400                 display "mprb05md: *** PAYMSK WRITE FAILED, "
053500                    "STATUS " ws-posting-out-status
053600                    " - RUN ABORTED ***" upon console
053700                 move 'y' to mask-fatal-sw
053800              end-if
053900           end-if
054000     end-read.
054100     if ws-posting-in-status not = '00'
054200        and ws-posting-in-status not = '10'
054300        display "mprb05md: *** PAYIN READ ERROR, STATUS "
054400           ws-posting-in-status " - RUN ABORTED ***" upon console
054500        move 'y' to mask-fatal-sw
054600     end-if.
054700 end-mask-one-posting.
054800     exit.
054900
055000 mask-posting-fields.
055100     move PP-USERID to mask-user.
055200     perform pseudonymise-user
055300        thru end-pseudonymise-user.
055400     move mask-user to PP-USERID.
055500     move PP-ACCOUNT-NO to mask-account.
055600     perform pseudonymise-account
055700        thru end-pseudonymise-account.
055800     move mask-account to PP-ACCOUNT-NO.
055900     if PP-IS-REVERSAL
056000        move 'REFUND  ' to dt-key-trancode
056100     else
056200        move 'PAYMENT ' to dt-key-trancode
056300     end-if.
056400     if PP-AMOUNT numeric
056500        move PP-AMOUNT to mask-amount
056600        perform mask-an-amount
056700           thru end-mask-an-amount
056800        move mask-amount to PP-AMOUNT
056900        move spaces to dt-key-currency
057000        perform find-adjustment
057100           thru end-find-adjustment
057200        if dt-found
057300           add mask-delta to dt-house-delta (dt-ix)
057400        end-if
057500        if PP-IS-PAYMENT and PP-CURRENCY not = spaces
057600           move PP-CURRENCY to dt-key-currency
057700           perform find-adjustment
057800              thru end-find-adjustment
057900           if dt-found
058000              add mask-delta to dt-house-delta (dt-ix)
058100           end-if
058200        end-if
058300     end-if.
058400     if PP-ORIG-AMOUNT numeric
058500        move PP-ORIG-AMOUNT to mask-amount
058600        perform mask-an-amount
058700           thru end-mask-an-amount
058800        move mask-amount to PP-ORIG-AMOUNT
058900        if PP-IS-PAYMENT and PP-CURRENCY not = spaces
059000           move PP-CURRENCY to dt-key-currency
059100           perform find-adjustment
059200              thru end-find-adjustment
059300           if dt-found
059400              add mask-delta to dt-keyed-delta (dt-ix)
059500           end-if
059600        end-if
059700     end-if.
059800 end-mask-posting-fields.
059900     exit.
060000
060100************************************************************
060200*            MASK-CAPTURES
060300*    The user on every record, the message line on the roots
060400*    only - segment lines carry order quantities and product
060500*    codes, nothing personal.
060600************************************************************
060700
060800 mask-captures.
060900     move ds-capture to ds-current.
061000     move 'n' to end-of-input-sw.
061100     perform mask-one-capture
061200        thru end-mask-one-capture
061300        until end-of-input or mask-fatal.
061400 end-mask-captures.
061500     exit.
061600
061700 mask-one-capture.
061800     read CAPTURE-IN-FILE
061900        at end
062000           set end-of-input to true
062100        not at end
062200           add 1 to ds-read (ds-current)
062300           if CD-DATE = target-date
062400              add 1 to ds-selected (ds-current)
062500              move CD-USERID to mask-user
062600              perform pseudonymise-user
062700                 thru end-pseudonymise-user
062800              move mask-user to CD-USERID
062900              if CD-IS-ROOT
063000                 move CD-DATA to work-line
063100                 move CD-TRANCODE to work-trancode
063200                 perform mask-message-line
063300                    thru end-mask-message-line
063400                 move work-line to CD-DATA
063500              end-if
063600              write CAPTURE-OUT-RECORD from CAPTURE-RECORD
063700              if ws-capture-out-status = '00'
063800                 add 1 to ds-written (ds-current)
063900              else
064000                 display "mprb05md: *** CAPTMSK WRITE FAILED, "
064100                    "STATUS " ws-capture-out-status
064200                    " - RUN ABORTED ***" upon console
064300                 move 'y' to mask-fatal-sw
064400              end-if
064500           end-if
064600     end-read.
064700     if ws-capture-in-status not = '00'
064800        and ws-capture-in-status not = '10'
064900        display "mprb05md: *** CAPTIN READ ERROR, STATUS "
065000           ws-capture-in-status " - RUN ABORTED ***" upon console
065100        move 'y' to mask-fatal-sw
065200     end-if.
065300 end-mask-one-capture.
065400     exit.
065500
065600************************************************************
065700*            MASK-REJECTS
065800*    A rejected line is masked by the same layouts as a
065900*    captured one; a reject that never got as far as its
066000*    trancode's layout keeps its line as the feeder sent it.
066100************************************************************
066200
066300 mask-rejects.
066400     move ds-reject to ds-current.
066500     move 'n' to end-of-input-sw.
066600     perform mask-one-reject
066700        thru end-mask-one-reject
066800        until end-of-input or mask-fatal.
066900 end-mask-rejects.
067000     exit.
067100
067200 mask-one-reject.
067300     read REJECT-IN-FILE
067400        at end
067500           set end-of-input to true
067600        not at end
067700           add 1 to ds-read (ds-current)
067800           if RJ-DATE = target-date
067900              add 1 to ds-selected (ds-current)
068000              move RJ-USERID to mask-user
068100              perform pseudonymise-user
068200                 thru end-pseudonymise-user
068300              move mask-user to RJ-USERID
068400              move RJ-LINE to work-line
068500              move RJ-TRANCODE to work-trancode
068600              perform mask-message-line
068700                 thru end-mask-message-line
068800              move work-line to RJ-LINE
068900              write REJECT-OUT-RECORD from REJECT-RECORD
069000              if ws-reject-out-status = '00'
069100                 add 1 to ds-written (ds-current)
069200              else
069300                 display "mprb05md: *** REJMSK WRITE FAILED, "
069400                    "STATUS " ws-reject-out-status
069500                    " - RUN ABORTED ***" upon console
069600                 move 'y' to mask-fatal-sw
069700              end-if
069800           end-if
069900     end-read.
070000     if ws-reject-in-status not = '00'
070100        and ws-reject-in-status not = '10'
070200        display "mprb05md: *** REJIN READ ERROR, STATUS "
070300           ws-reject-in-status " - RUN ABORTED ***" upon console
070400        move 'y' to mask-fatal-sw
070500     end-if.
070600 end-mask-one-reject.
070700     exit.
070800
070900************************************************************
071000*            MASK-MESSAGE-LINE
071100*    work-line by work-trancode, in the version 01 body
071200*    layouts (body = line bytes 9-80). A versioned line's
071300*    layout is not one of these, so its body is cleared - the
071400*    record still counts, but nothing unmasked leaves.
071500*    ORDER and ORDCANC root amounts feed the BUSTOT change.
071600************************************************************
071700
071800 mask-message-line.
071900     if work-line (9:1) = 'V' and work-line (10:2) numeric
072000        move spaces to work-line (9:72)
072100        add 1 to bodies-cleared
072200     else
072300        evaluate work-trancode
072400           when 'PAYMENT '
072500              move work-line (9:9) to line-amount-9x
072600              perform mask-line-amount-9
072700                 thru end-mask-line-amount-9
072800              move line-amount-9x to work-line (9:9)
072900              move work-line (33:9) to line-amount-9x
073000              perform mask-line-amount-9
073100                 thru end-mask-line-amount-9
073200              move line-amount-9x to work-line (33:9)
073300              move work-line (18:12) to mask-account
073400              perform pseudonymise-account
073500                 thru end-pseudonymise-account
073600              move mask-account to work-line (18:12)
073700           when 'REFUND  '
073800              move work-line (24:9) to line-amount-9x
073900              perform mask-line-amount-9
074000                 thru end-mask-line-amount-9
074100              move line-amount-9x to work-line (24:9)
074200              move work-line (33:12) to mask-account
074300              perform pseudonymise-account
074400                 thru end-pseudonymise-account
074500              move mask-account to work-line (33:12)
074600           when 'ORDER   '
074700              move work-line (26:13) to line-amount-13x
074800              perform mask-line-amount-13
074900                 thru end-mask-line-amount-13
075000              move line-amount-13x to work-line (26:13)
075010              move work-line (39:10) to mask-customer
075020              perform pseudonymise-customer
075030                 thru end-pseudonymise-customer
075040              move mask-customer to work-line (39:10)
075100           when 'ORDCANC '
075200              move work-line (28:13) to line-amount-13x
075300              perform mask-line-amount-13
075400                 thru end-mask-line-amount-13
075500              move line-amount-13x to work-line (28:13)
075510              move work-line (41:10) to mask-customer
075520              perform pseudonymise-customer
075530                 thru end-pseudonymise-customer
075540              move mask-customer to work-line (41:10)
075600           when 'ADDRCHG '
075700              move work-line (9:20) to mask-city
075800              perform pseudonymise-city
075900                 thru end-pseudonymise-city
076000              move mask-city to work-line (9:20)
076100              move work-line (29:5) to mask-postcode
076200              perform generalise-postcode
076300                 thru end-generalise-postcode
076400              move mask-postcode to work-line (29:5)
076500              move work-line (64:10) to mask-customer
076600              perform pseudonymise-customer
076700                 thru end-pseudonymise-customer
076800              move mask-customer to work-line (64:10)
076900           when other
077000              continue
077100        end-evaluate
077200     end-if.
077300 end-mask-message-line.
077400     exit.
077500
077600*    A field the handler had not filled (spaces on a reject)
077700*    is left as it is.
077800 mask-line-amount-9.
077900     if line-amount-9x numeric
078000        move line-amount-9 to mask-amount
078100        perform mask-an-amount
078200           thru end-mask-an-amount
078300        move mask-amount to line-amount-9
078400     end-if.
078500 end-mask-line-amount-9.
078600     exit.
078700
078800*    Only a captured root is a BUSTOT contribution - a reject
078900*    was never summed by its handler.
079000 mask-line-amount-13.
079100     if line-amount-13x numeric
079200        move line-amount-13 to mask-amount
079300        perform mask-an-amount
079400           thru end-mask-an-amount
079500        move mask-amount to line-amount-13
079600        if ds-current = ds-capture
079700           move work-trancode to dt-key-trancode
079800           move spaces to dt-key-currency
079900           perform find-adjustment
080000              thru end-find-adjustment
080100           if dt-found
080200              add mask-delta to dt-house-delta (dt-ix)
080300           end-if
080400        end-if
080500     end-if.
080600 end-mask-line-amount-13.
080700     exit.
080800
080900************************************************************
081000*            MASK-AUDITLOG
081100*    The accessor's lookups: both city names and both postal
081200*    codes. The department label is not personal and stays.
081300************************************************************
081400
081500 mask-auditlog.
081600     move ds-audit to ds-current.
081700     move 'n' to end-of-input-sw.
081800     perform mask-one-audit
081900        thru end-mask-one-audit
082000        until end-of-input or mask-fatal.
082100 end-mask-auditlog.
082200     exit.
082300
082400 mask-one-audit.
082500     read AUDIT-IN-FILE
082600        at end
082700           set end-of-input to true
082800        not at end
082900           add 1 to ds-read (ds-current)
083000           if AR-DATE = target-date
083100              add 1 to ds-selected (ds-current)
083200              move AR-VILLE-IN to mask-city
083300              perform pseudonymise-city
083400                 thru end-pseudonymise-city
083500              move mask-city to AR-VILLE-IN
083600              move AR-VILLE-OUT to mask-city
083700              perform pseudonymise-city
083800                 thru end-pseudonymise-city
083900              move mask-city to AR-VILLE-OUT
084000              move AR-C-POST-OUT to mask-postcode
084100              perform generalise-postcode
084200                 thru end-generalise-postcode
084300              move mask-postcode to AR-C-POST-OUT
084400              move AR-C-POST-IN to mask-postcode
084500              perform generalise-postcode
084600                 thru end-generalise-postcode
084700              move mask-postcode to AR-C-POST-IN
084800              write AUDIT-OUT-RECORD from AUDIT-RECORD
084900              if ws-audit-out-status = '00'
085000                 add 1 to ds-written (ds-current)
085100              else
085200                 display "mprb05md: *** AUDMSK WRITE FAILED, "
085300                    "STATUS " ws-audit-out-status
085400                    " - RUN ABORTED ***" upon console
085500                 move 'y' to mask-fatal-sw
085600              end-if
085700           end-if
085800     end-read.
085900     if ws-audit-in-status not = '00'
086000        and ws-audit-in-status not = '10'
086100        display "mprb05md: *** AUDIN READ ERROR, STATUS "
086200           ws-audit-in-status " - RUN ABORTED ***" upon console
086300        move 'y' to mask-fatal-sw
086400     end-if.
086500 end-mask-one-audit.
086600     exit.
086700
086800************************************************************
086900*            MASK-TOTALS
087000*    Each BUSTOT row of the date whose trancode and currency
087100*    had amounts masked takes what is left of that change.
087200************************************************************
087300
087400 mask-totals.
087500     move ds-totals to ds-current.
087600     move 'n' to end-of-input-sw.
087700     perform mask-one-total
087800        thru end-mask-one-total
087900        until end-of-input or mask-fatal.
088000     perform varying dt-ix from 1 by 1
088100        until dt-ix > dt-entry-count
088200        if dt-house-delta (dt-ix) not = 0
088300           or dt-keyed-delta (dt-ix) not = 0
088400           add 1 to unabsorbed-count
088500           display "mprb05md: no BUSTOT row took the masking "
088600              "change for " dt-trancode (dt-ix) " "
088700              dt-currency (dt-ix) upon console
088800        end-if
088900     end-perform.
089000 end-mask-totals.
089100     exit.
089200
089300 mask-one-total.
089400     read TOTALS-IN-FILE
089500        at end
089600           set end-of-input to true
089700        not at end
089800           add 1 to ds-read (ds-current)
089900           if BT-DATE = target-date
090000              add 1 to ds-selected (ds-current)
090100              perform adjust-total-row
090200                 thru end-adjust-total-row
090300              write TOTALS-OUT-RECORD from BUSINESS-TOTALS-RECORD
090400              if ws-totals-out-status = '00'
090500                 add 1 to ds-written (ds-current)
090600              else
090700                 display "mprb05md: *** BUSTMSK WRITE FAILED, "
090800                    "STATUS " ws-totals-out-status
090900                    " - RUN ABORTED ***" upon console
091000                 move 'y' to mask-fatal-sw
091100              end-if
091200           end-if
091300     end-read.
091400     if ws-totals-in-status not = '00'
091500        and ws-totals-in-status not = '10'
091600        display "mprb05md: *** BUSTIN READ ERROR, STATUS "
091700           ws-totals-in-status " - RUN ABORTED ***" upon console
091800        move 'y' to mask-fatal-sw
091900     end-if.
092000 end-mask-one-total.
092100     exit.
092200
092300 adjust-total-row.
092400     move 'n' to dt-found-sw.
092500     if dt-entry-count > 0
092600        set dt-ix to 1
092700        search dt-entry
092800           when dt-trancode (dt-ix) = BT-TRANCODE
092900              and dt-currency (dt-ix) = BT-CURRENCY
093000              set dt-found to true
093100        end-search
093200     end-if.
093300     if dt-found
093400        if dt-house-delta (dt-ix) not = 0
093500           and BT-AMOUNT numeric
093600           move BT-AMOUNT to adjust-amount
093700           move dt-house-delta (dt-ix) to adjust-delta
093800           perform apply-adjustment
093900              thru end-apply-adjustment
094000           move adjust-amount to BT-AMOUNT
094100           move adjust-delta to dt-house-delta (dt-ix)
094200           add 1 to totals-adjusted
094300        end-if
094400        if dt-keyed-delta (dt-ix) not = 0
094500           and BT-ORIG-AMOUNT numeric
094600           move BT-ORIG-AMOUNT to adjust-amount
094700           move dt-keyed-delta (dt-ix) to adjust-delta
094800           perform apply-adjustment
094900              thru end-apply-adjustment
095000           move adjust-amount to BT-ORIG-AMOUNT
095100           move adjust-delta to dt-keyed-delta (dt-ix)
095200        end-if
095300     end-if.
095400 end-adjust-total-row.
095500     exit.
095600
095700*    adjust-amount moved by adjust-delta as far as zero;
095800*    adjust-delta is left with what did not fit.
095900 apply-adjustment.
096000     compute adjust-result = adjust-amount + adjust-delta.
096100     if adjust-result < 0
096200        move 0 to adjust-amount
096300        move adjust-result to adjust-delta
096400     else
096500        move adjust-result to adjust-amount
096600        move 0 to adjust-delta
096700     end-if.
096800 end-apply-adjustment.
096900     exit.
097000
097100*    The slot for dt-key-trancode/dt-key-currency, added if
097200*    new; dt-ix is left on it.
097300 find-adjustment.
097400     move 'n' to dt-found-sw.
097500     if dt-entry-count > 0
097600        set dt-ix to 1
097700        search dt-entry
097800           when dt-trancode (dt-ix) = dt-key-trancode
097900              and dt-currency (dt-ix) = dt-key-currency
098000              set dt-found to true
098100        end-search
098200     end-if.
098300     if not dt-found
098400        if dt-entry-count < dt-max-entries
098500           add 1 to dt-entry-count
098600           set dt-ix to dt-entry-count
098700           move dt-key-trancode to dt-trancode (dt-ix)
098800           move dt-key-currency to dt-currency (dt-ix)
098900           move 0 to dt-house-delta (dt-ix)
099000           move 0 to dt-keyed-delta (dt-ix)
099100           set dt-found to true
099200        else
099300           add 1 to unabsorbed-count
099400        end-if
099500     end-if.
099600 end-find-adjustment.
099700     exit.
099800
099900************************************************************
100000*            MASK-AN-AMOUNT
100100*    mask-amount scaled by the keyed factor; mask-delta is
100200*    what that changed. A non-zero amount never masks to
100300*    zero, so a posting still looks like one.
100400************************************************************
100500
100600 mask-an-amount.
100700     move mask-amount to mask-amount-before.
100800     compute mask-amount rounded =
100900        mask-amount * amount-factor / 100.
101000     if mask-amount = 0 and mask-amount-before > 0
101100        move 0.01 to mask-amount
101200     end-if.
101300     compute mask-delta = mask-amount - mask-amount-before.
101400     add 1 to amounts-masked.
101500 end-mask-an-amount.
101600     exit.
101700
101800************************************************************
101900*            PSEUDONYMS
102000*    Spaces stay spaces - no user on an MQ message is not a
102100*    user to invent.
102200************************************************************
102300
102400 pseudonymise-user.
102500     if mask-user not = spaces
102600        move 'n' to pn-found-sw
102700        if pu-entry-count > 0
102800           set pu-ix to 1
102900           search pu-entry
103000              when pu-real (pu-ix) = mask-user
103100                 set pn-found to true
103200           end-search
103300        end-if
103400        if not pn-found
103500           if pu-entry-count < pu-max-entries
103600              add 1 to pu-entry-count
103700              set pu-ix to pu-entry-count
103800              move mask-user to pu-real (pu-ix)
103900              move pu-entry-count to pn-sequence
104000              move spaces to pu-pseudonym (pu-ix)
104100              string 'T' pn-sequence-x (5:7)
104200                 delimited by size into pu-pseudonym (pu-ix)
104300              set pn-found to true
104400           else
104500              add 1 to pn-full-count
104600           end-if
104700        end-if
104800        if pn-found
104900           move pu-pseudonym (pu-ix) to mask-user
105000        else
105100           move all '*' to mask-user
105200        end-if
105300        add 1 to users-masked
105400     end-if.
105500 end-pseudonymise-user.
105600     exit.
105700
105800 pseudonymise-account.
105900     if mask-account not = spaces
106000        move 'n' to pn-found-sw
106100        if pa-entry-count > 0
106200           set pa-ix to 1
106300           search pa-entry
106400              when pa-real (pa-ix) = mask-account
106500                 set pn-found to true
106600           end-search
106700        end-if
106800        if not pn-found
106900           if pa-entry-count < pa-max-entries
107000              add 1 to pa-entry-count
107100              set pa-ix to pa-entry-count
107200              move mask-account to pa-real (pa-ix)
107300              move pa-entry-count to pn-sequence
107400              move spaces to pa-pseudonym (pa-ix)
107500              string 'TA' pn-sequence-x (2:10)
107600                 delimited by size into pa-pseudonym (pa-ix)
107700              set pn-found to true
107800           else
107900              add 1 to pn-full-count
108000           end-if
108100        end-if
108200        if pn-found
108300           move pa-pseudonym (pa-ix) to mask-account
108400        else
108500           move all '*' to mask-account
108600        end-if
108700        add 1 to accounts-masked
108800     end-if.
108900 end-pseudonymise-account.
109000     exit.
109100
109200 pseudonymise-customer.
109300     if mask-customer not = spaces
109400        move 'n' to pn-found-sw
109500        if pc-entry-count > 0
109600           set pc-ix to 1
109700           search pc-entry
109800              when pc-real (pc-ix) = mask-customer
109900                 set pn-found to true
110000           end-search
110100        end-if
110200        if not pn-found
110300           if pc-entry-count < pc-max-entries
110400              add 1 to pc-entry-count
110500              set pc-ix to pc-entry-count
110600              move mask-customer to pc-real (pc-ix)
110700              move pc-entry-count to pn-sequence
110800              move spaces to pc-pseudonym (pc-ix)
110900              string 'TC' pn-sequence-x (4:8)
111000                 delimited by size into pc-pseudonym (pc-ix)
111100              set pn-found to true
111200           else
111300              add 1 to pn-full-count
111400           end-if
111500        end-if
111600        if pn-found
111700           move pc-pseudonym (pc-ix) to mask-customer
111800        else
111900           move all '*' to mask-customer
112000        end-if
112100        add 1 to customers-masked
112200     end-if.
112300 end-pseudonymise-customer.
112400     exit.
112500
112600 pseudonymise-city.
112700     if mask-city not = spaces
112800        move 'n' to pn-found-sw
112900        if pv-entry-count > 0
113000           set pv-ix to 1
113100           search pv-entry
113200              when pv-real (pv-ix) = mask-city
113300                 set pn-found to true
113400           end-search
113500        end-if
113600        if not pn-found
113700           if pv-entry-count < pv-max-entries
113800              add 1 to pv-entry-count
113900              set pv-ix to pv-entry-count
114000              move mask-city to pv-real (pv-ix)
114100              move pv-entry-count to pn-sequence
114200              move spaces to pv-pseudonym (pv-ix)
114300              string 'TVILLE' pn-sequence-x (7:5)
114400                 delimited by size into pv-pseudonym (pv-ix)
114500              set pn-found to true
114600           else
114700              add 1 to pn-full-count
114800           end-if
114900        end-if
115000        if pn-found
115100           move pv-pseudonym (pv-ix) to mask-city
115200        else
115300           move all '*' to mask-city
115400        end-if
115500        add 1 to cities-masked
115600     end-if.
115700 end-pseudonymise-city.
115800     exit.
115900
116000*    The department (first two digits) is kept so the
116100*    department label beside it still agrees; the rest goes.
116200 generalise-postcode.
116300     if mask-postcode numeric and mask-postcode not = '00000'
116400        move '000' to mask-postcode (3:3)
116500        add 1 to postcodes-masked
116600     end-if.
116700 end-generalise-postcode.
116800     exit.
116900
117000************************************************************
117100*            FINALISE-MASKING
117200************************************************************
117300
117400 finalise-masking.
117500     if pn-full-count > 0
117600        move pn-full-count to display-count
117700        display "mprb05md: *** PSEUDONYM TABLE FULL, "
117800           display-count " VALUES MASKED AS ASTERISKS ***"
117900           upon console
118000        move 'y' to mask-fatal-sw
118100     end-if.
118200     perform varying ds-ix from 1 by 1 until ds-ix > 5
118300        if ds-written (ds-ix) not = ds-selected (ds-ix)
118400           display "mprb05md: *** " ds-name (ds-ix)
118500              " WRITTEN COUNT DIFFERS FROM SELECTED ***"
118600              upon console
118700           move 'y' to mask-fatal-sw
118800        end-if
118900     end-perform.
119000     if ws-report-status = '00'
119100        perform write-masking-report
119200           thru end-write-masking-report
119300        close REPORT-FILE
119400     end-if.
119500     close CAPTURE-IN-FILE CAPTURE-OUT-FILE
119600        POSTING-IN-FILE POSTING-OUT-FILE
119700        REJECT-IN-FILE REJECT-OUT-FILE
119800        TOTALS-IN-FILE TOTALS-OUT-FILE
119900        AUDIT-IN-FILE AUDIT-OUT-FILE.
120000     if mask-fatal
120100        move 8 to RETURN-CODE
120200        display "mprb05md: *** MASKED COPY INCOMPLETE - DO NOT "
120300           "LOAD IT ***" upon console
120400     else
120500        if unabsorbed-count > 0 and RETURN-CODE < 4
120600           move 4 to RETURN-CODE
120700        end-if
120800        display "mprb05md: masked copy of " target-date
120900           " complete" upon console
121000     end-if.
121100 end-finalise-masking.
121200     exit.
121300
121400 write-masking-report.
121500     move spaces to REPORT-LINE.
121600     string 'MPRB05 MASKED TEST-DATA COPY  BUSINESS DATE '
121700        target-date delimited by size into REPORT-LINE.
121800     write REPORT-LINE.
121900     move spaces to REPORT-LINE.
122000     write REPORT-LINE.
122100     move spaces to REPORT-LINE.
122200     string 'DATASET        READ  SELECTED   WRITTEN'
122300        delimited by size into REPORT-LINE.
122400     write REPORT-LINE.
122500     perform varying ds-ix from 1 by 1 until ds-ix > 5
122600        move spaces to REPORT-LINE
122700        string ds-name (ds-ix) ' ' ds-read (ds-ix) ' '
122800           ds-selected (ds-ix) ' ' ds-written (ds-ix)
122900           delimited by size into REPORT-LINE
123000        write REPORT-LINE
123100     end-perform.
123200     move spaces to REPORT-LINE.
123300     write REPORT-LINE.
123400     move spaces to REPORT-LINE.
123500     string 'FIELDS MASKED' delimited by size into REPORT-LINE.
123600     write REPORT-LINE.
123700     move users-masked to display-count.
123800     move spaces to REPORT-LINE.
123900     string '  USER IDS               ' display-count
124000        delimited by size into REPORT-LINE.
124100     write REPORT-LINE.
124200     move accounts-masked to display-count.
124300     move spaces to REPORT-LINE.
124400     string '  PAYER ACCOUNTS         ' display-count
124500        delimited by size into REPORT-LINE.
124600     write REPORT-LINE.
124700     move customers-masked to display-count.
124800     move spaces to REPORT-LINE.
124900     string '  CUSTOMER IDS           ' display-count
125000        delimited by size into REPORT-LINE.
125100     write REPORT-LINE.
125200     move cities-masked to display-count.
125300     move spaces to REPORT-LINE.
125400     string '  CITY NAMES             ' display-count
125500        delimited by size into REPORT-LINE.
125600     write REPORT-LINE.
125700     move postcodes-masked to display-count.
125800     move spaces to REPORT-LINE.
125900     string '  POSTAL CODES           ' display-count
126000        delimited by size into REPORT-LINE.
126100     write REPORT-LINE.
126200     move amounts-masked to display-count.
126300     move spaces to REPORT-LINE.
126400     string '  AMOUNTS (KEYED SCALE)  ' display-count
126500        delimited by size into REPORT-LINE.
126600     write REPORT-LINE.
126700     move totals-adjusted to display-count.
126800     move spaces to REPORT-LINE.
126900     string '  BUSTOT ROWS ADJUSTED   ' display-count
127000        delimited by size into REPORT-LINE.
127100     write REPORT-LINE.
127200     move bodies-cleared to display-count.
127300     move spaces to REPORT-LINE.
127400     string '  LINES CLEARED, LAYOUT  ' display-count
127500        delimited by size into REPORT-LINE.
127600     write REPORT-LINE.
127700     move spaces to REPORT-LINE.
127800     write REPORT-LINE.
127900     move spaces to REPORT-LINE.
128000     string 'PSEUDONYMS ISSUED' delimited by size
128100        into REPORT-LINE.
128200     write REPORT-LINE.
128300     move pu-entry-count to display-count.
128400     move spaces to REPORT-LINE.
128500     string '  USERS                  ' display-count
128600        delimited by size into REPORT-LINE.
128700     write REPORT-LINE.
128800     move pa-entry-count to display-count.
128900     move spaces to REPORT-LINE.
129000     string '  ACCOUNTS               ' display-count
129100        delimited by size into REPORT-LINE.
129200     write REPORT-LINE.
129300     move pc-entry-count to display-count.
129400     move spaces to REPORT-LINE.
129500     string '  CUSTOMERS              ' display-count
129600        delimited by size into REPORT-LINE.
129700     write REPORT-LINE.
129800     move pv-entry-count to display-count.
129900     move spaces to REPORT-LINE.
130000     string '  CITIES                 ' display-count
130100        delimited by size into REPORT-LINE.
130200     write REPORT-LINE.
130300     move spaces to REPORT-LINE.
130400     if mask-fatal
130500        string 'RESULT: INCOMPLETE - NOT FOR RELEASE'
130600           delimited by size into REPORT-LINE
130700     else
130800        string 'RESULT: COMPLETE' delimited by size
130900           into REPORT-LINE
131000     end-if.
131100     write REPORT-LINE.
131200 end-write-masking-report.
131300     exit.
