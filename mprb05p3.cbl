001400*  path with the accessor's own message; an accessor whose
001410*  infrastructure is down (CR 99) hands back the infra
001420*  status instead, and mprb05 parks and retries the message.
001430*
001440*  The resolved address is then applied to the customer
001450*  address master (CUSTMAST, VSAM KSDS on the customer ID)
001460*  and the change journalled, before and after, to ADRJOUR.
001470*  A customer ID the master does not know is rejected with
001480*  REJREC reason code 08; a master that will not open is an
001490*  infrastructure failure like the accessor's CR 99.
001491*  The master also takes the department code the city
001492*  resolved to and the sales territory TERRREF has in force
001493*  for it on the business date (mprb05tl), so the journal's
001494*  after image carries both. A department with no territory
001495*  mapped leaves CM-TERRITORY blank and is named on the
001496*  console, once per department per region; the change is
001497*  applied regardless - a missing territory is sales
001498*  administration's to fix, not the customer's.
001500*
001566*  Body layout within the message line (line bytes 9-80),
001632*  layout version 01:
001700*    body  1-20  city name             (input)
001800*    body 21-25  postal code           (filled here)
001900*    body 26-55  department label      (filled here - the
001910*                                       master keeps all 40)
001920*    body 56-65  customer ID           (input)
001930*
001931*  Layout version 02 adds the street, checked through the
001932*  street accessor (OAEFT420) within the postal code the
001933*  city lookup returned. A known street is written back in
001934*  its standardised form and kept on the master with the
001935*  house number; an unknown or invalid one rejects the
001936*  transaction with REJREC reason code 24 and the street
001937*  accessor's own message, its CR 99 parks and retries like
001938*  the city's. No room is left for the department label,
001939*  which the master still takes in full. Version 02 reaches
001940*  the handler once HANDREG lists it for ADDRCHG; a version
001941*  01 change leaves the street on the master as it was.
001942*    body  1-3   'V02'                 (version marker)
001943*    body  4-23  city name             (input)
001944*    body 24-28  postal code           (filled here)
001945*    body 29-38  customer ID           (input)
001946*    body 39-42  house number          (input)
001947*    body 43-72  street name           (input, standardised
001948*                                       here - the master
001949*                                       keeps all 32)
002000*
002100*  Program     mprb05p3
002200*  PSB:        none - subprogram of mprb05, no own IMS calls
002300*  Databases:  via OAEFT410 (DB2 VILLE_POSTAL) and OAEFT420
002310*              (DB2 RUE_POSTAL)
002400*  Access:     CUSTMAST (VSAM, update), ADRJOUR (extend),
002410*              TERRREF (in, via mprb05tl)
002500*
002600************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER.  IBM-370.
003000 OBJECT-COMPUTER.  IBM-370.
003010 INPUT-OUTPUT SECTION.
003020 FILE-CONTROL.
003030     SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTMAST
003040        ORGANIZATION IS INDEXED
003050        ACCESS MODE IS DYNAMIC
003060        RECORD KEY IS CM-CUST-ID
003070        FILE STATUS IS ws-custmast-file-status.
003080     SELECT ADDRESS-JOURNAL-FILE ASSIGN TO ADRJOUR
003090        ORGANIZATION IS SEQUENTIAL
003095        FILE STATUS IS ws-journal-file-status.
003100
003200 DATA DIVISION.
003210 FILE SECTION.
003220 FD  CUSTOMER-MASTER-FILE.
003230     COPY CUSTMREC.
003240
003250 FD  ADDRESS-JOURNAL-FILE
003260     RECORDING MODE IS F.
003270     COPY ADRJREC.
003280
003300 WORKING-STORAGE SECTION.
003400
003500************************************************************
003900 77  enriched-count       usage is comp-2 value 0.
004000 77  display-enriched-count
004100                          pic zzz,zzz,zz9.
004103
004106************************************************************
004109*            CUSTOMER ADDRESS MASTER
004112*    Opened, read, rewritten and closed per message - the
004115*    same nothing-held-open-across-CALLs convention as the
004118*    PAYMENT handler's PAYPOST append.
004121************************************************************
004124
004127 77  ws-custmast-file-status pic xx value spaces.
004130 77  ws-journal-file-status pic xx value spaces.
004133 77  customer-found-sw    pic x value 'n'.
004136     88 customer-found          value 'y'.
004139 77  custmast-open-sw     pic x value 'n'.
004142     88 custmast-open           value 'y'.
004145 77  address-before       pic x(80) value spaces.
004148 77  street-before        pic x(40) value spaces.
004151
004154************************************************************
004157*            BODY FIELDS BY LAYOUT VERSION
004160*    Taken off the message line once per message at the
004163*    positions of its layout version, so the rest of the
004166*    handler does not care which version it is working on.
004169*    Street fields stay spaces on version 01.
004172************************************************************
004175
004178 01  addrchg-body.
004181     02  ab-city          pic x(20).
004184     02  ab-cust-id       pic x(10).
004187     02  ab-street-no     pic x(4).
004190     02  ab-street        pic x(30).
004193 77  ab-street-sw         pic x value 'n'.
004196     88 ab-has-street           value 'y'.
004200
004201************************************************************
004202*            SALES TERRITORY (mprb05tl)
004203************************************************************
004204
004205     COPY TERRCOMM.
004206
004300************************************************************
004400*            ACCESSOR COMMUNICATION AREA
004500*    Same shared linkage layout the accessor COPYs; the
004900
005000 01  VILLE-LOOKUP-AREA.
005100     COPY VILPSDEP.
005110
005120 01  STREET-LOOKUP-AREA.
005130     COPY RUEPSNRM.
005200
005300*****************************************************
005400 LINKAGE SECTION.
007100*    the message body; anything else - invalid city (22),
007200*    unknown city (21), DB2 trouble (99) - hands the
007300*    transaction back for the reject path with the
007400*    accessor's own message as the reason. A version 02
007410*    message then has its street checked the same way.
007500************************************************************
007600
007700 enrich-address.
007702     perform locate-body-fields
007704        thru end-locate-body-fields.
007706     perform read-customer-master
007708        thru end-read-customer-master.
007710     if customer-found
007712        perform resolve-city
007714           thru end-resolve-city
007716        if HC-PROCESSED-OK and ab-has-street
007718           perform resolve-street
007720              thru end-resolve-street
007722        end-if
007724        if HC-PROCESSED-OK
007726           perform apply-address-change
007728              thru end-apply-address-change
007730        end-if
007732     end-if.
007734     if custmast-open
007736        close CUSTOMER-MASTER-FILE
007738     end-if.
007740 end-enrich-address.
007742     exit.
007744
007746 locate-body-fields.
007748     move spaces to addrchg-body.
007750     move 'n' to ab-street-sw.
007752     if HC-LAYOUT-VERSION = '02'
007754        move HC-MESSAGE-LINE (12:20) to ab-city
007756        move HC-MESSAGE-LINE (37:10) to ab-cust-id
007758        move HC-MESSAGE-LINE (47:4) to ab-street-no
007760        move HC-MESSAGE-LINE (51:30) to ab-street
007762        set ab-has-street to true
007764     else
007766        move HC-MESSAGE-LINE (9:20) to ab-city
007768        move HC-MESSAGE-LINE (64:10) to ab-cust-id
007770     end-if.
007772 end-locate-body-fields.
007774     exit.
007776
007778************************************************************
007780*            READ-CUSTOMER-MASTER
007782*    Keyed read on the customer ID from the body. A
007784*    blank or unknown ID is bad content (reason code 08); a
007786*    master that will not open is our plumbing, not the
007788*    message, so mprb05 parks and retries it.
007790************************************************************
007792
007794 read-customer-master.
007796     move 'n' to customer-found-sw.
007798     move 'n' to custmast-open-sw.
007800     open i-o CUSTOMER-MASTER-FILE.
007802     if ws-custmast-file-status not = '00'
007804        display "mprb05p3: unable to open CUSTMAST, status "
007806           ws-custmast-file-status upon console
007808        set HC-INFRA-FAIL to true
007810        move 'CUSTMAST UNAVAILABLE' to HC-REASON
007812     else
007814        set custmast-open to true
007816        move ab-cust-id to CM-CUST-ID
007818        if CM-CUST-ID = spaces
007820           set HC-REJECTED to true
007822           move '08' to HC-REJECT-CODE
007824           move 'CUSTOMER ID MISSING' to HC-REASON
007826        else
007828           read CUSTOMER-MASTER-FILE
007830              invalid key
007832                 set HC-REJECTED to true
007834                 move '08' to HC-REJECT-CODE
007836                 move 'UNKNOWN CUSTOMER' to HC-REASON
007838              not invalid key
007840                 set customer-found to true
007842           end-read
007844        end-if
007846     end-if.
007848 end-read-customer-master.
007850     exit.
007852
007854 resolve-city.
007856     move spaces to VILLE-LOOKUP-AREA.
007900     set 410-MODE-VILLE-A-POST to true.
008000     move ab-city to 410-VILLE.
008100     move 0 to 410-C-POST-E.
008200     call 'OAEFT410' using VILLE-LOOKUP-AREA.
008300     if 410-CR = 0
008310        if ab-has-street
008320           move 410-C-POST to HC-MESSAGE-LINE (32:5)
008330        else
008400           move 410-C-POST to HC-MESSAGE-LINE (29:5)
008500           move 410-LIB-DEPT to HC-MESSAGE-LINE (34:30)
008510        end-if
008600        add 1 to enriched-count
008700D       move enriched-count to display-enriched-count
008800D       display "mprb05p3: address " display-enriched-count
009400           move 410-LIB-CR to HC-REASON
009410        end-if
009500     end-if.
009600 end-resolve-city.
009700     exit.
009701
009702************************************************************
009703*            RESOLVE-STREET
009704*    Version 02 only: the street within the postal code the
009705*    city lookup just returned. Return code zero writes the
009706*    standardised street back into the body; anything else
009707*    takes back the enrichment resolve-city counted - 99 is
009708*    the accessor's infrastructure, parked and retried as for
009709*    the city, and the rest is the street itself, rejected
009710*    with reason code 24 and the accessor's own message.
009711************************************************************
009712
009713 resolve-street.
009714     move spaces to STREET-LOOKUP-AREA.
009715     move 410-C-POST to 420-C-POST-E.
009716     move ab-street to 420-RUE-E.
009717     call 'OAEFT420' using STREET-LOOKUP-AREA.
009718     if 420-CR = 0
009719        move 420-RUE-S to HC-MESSAGE-LINE (51:30)
009720     else
009721        subtract 1 from enriched-count
009722        if 420-CR = 99
009723           set HC-INFRA-FAIL to true
009724           move 420-LIB-CR to HC-REASON
009725        else
009726           set HC-REJECTED to true
009727           move '24' to HC-REJECT-CODE
009728           move 420-LIB-CR to HC-REASON
009729        end-if
009730     end-if.
009731 end-resolve-street.
009732     exit.
009733
009734************************************************************
009735*            APPLY-ADDRESS-CHANGE
009736*    Journal first, master second: a change that cannot be
009737*    journalled - ADRJOUR will not open or will not take the
009738*    record - is not applied, and the transaction goes back
009739*    to mprb05 as an infrastructure failure for retry. The
009740*    enriched count only moves once the master has taken it.
009741************************************************************
009742
009743 apply-address-change.
009744     move CM-ADDRESS (1:80) to address-before.
009745     move CM-STREET-ADDRESS to street-before.
009746     move ab-city to CM-VILLE.
009747     move 410-C-POST to CM-C-POST.
009748     move 410-LIB-DEPT to CM-LIB-DEPT.
009749     move 410-C-DEPT to CM-C-DEPT.
009750     perform assign-territory
009751        thru end-assign-territory.
009752     if ab-has-street
009753        move ab-street-no to CM-STREET-NO
009754        move 420-RUE-S to CM-STREET
009755     end-if.
009756     move HC-BUSINESS-DATE to CM-LAST-CHG-DATE.
009757     move HC-ORIGIN-USERID to CM-LAST-CHG-USERID.
009758     move HC-SEQ-NO to CM-LAST-CHG-SEQ-NO.
009759     open extend ADDRESS-JOURNAL-FILE.
009760     if ws-journal-file-status not = '00'
009761        display "mprb05p3: unable to open ADRJOUR, status "
009762           ws-journal-file-status upon console
009763        subtract 1 from enriched-count
009764        set HC-INFRA-FAIL to true
009765        move 'JOURNAL FILE ERROR' to HC-REASON
009766     else
009767        move spaces to ADDRESS-JOURNAL-RECORD
009768        move HC-BUSINESS-DATE to AJ-DATE
009769        accept AJ-TIME from time
009770        move HC-ORIGIN-USERID to AJ-USERID
009771        move HC-SEQ-NO to AJ-SEQ-NO
009772        move CM-CUST-ID to AJ-CUST-ID
009773        move address-before to AJ-BEFORE
009774        move CM-ADDRESS (1:80) to AJ-AFTER
009775        move street-before to AJ-STREET-BEFORE
009776        move CM-STREET-ADDRESS to AJ-STREET-AFTER
009777        move HC-INTERVAL to AJ-INTERVAL
009778        write ADDRESS-JOURNAL-RECORD
009779        if ws-journal-file-status not = '00'
009780           display "mprb05p3: journal write failed for customer "
009781              CM-CUST-ID ", status "
009782              ws-journal-file-status upon console
009783           subtract 1 from enriched-count
009784           set HC-INFRA-FAIL to true
009785           move 'JOURNAL FILE ERROR' to HC-REASON
009786        end-if
009787        close ADDRESS-JOURNAL-FILE
009788     end-if.
009789     if HC-PROCESSED-OK
009790        rewrite CUSTOMER-MASTER-RECORD
009791           invalid key
009792              display "mprb05p3: rewrite failed for customer "
009793                 CM-CUST-ID ", status "
009794                 ws-custmast-file-status upon console
009795              subtract 1 from enriched-count
009796              set HC-INFRA-FAIL to true
009797              move 'CUSTMAST REWRITE ERR' to HC-REASON
009798        end-rewrite
009799     end-if.
009800 end-apply-address-change.
009801     exit.
009802
009803*    The territory in force on the business date of the
009804*    change. TERRREF not loading at all (TL-UNAVAILABLE) is
009805*    said once by mprb05tl itself.
009806 assign-territory.
009807     move CM-C-DEPT to TL-C-DEPT.
009808     move HC-BUSINESS-DATE to TL-AS-OF-DATE.
009809     call 'mprb05tl' using TERRITORY-LOOKUP-AREA.
009810     move TL-TERRITORY to CM-TERRITORY.
009811     if TL-NOT-MAPPED and TL-FIRST-MISS
009812        display "mprb05p3: no territory mapped for department "
009813           CM-C-DEPT " " CM-LIB-DEPT upon console
009814     end-if.
009815 end-assign-territory.
009816     exit.
009817
009900************************************************************
010000*            REPORT-BUSINESS-TOTALS
010100*    The totals function of the HANDLER-COMM interface -
