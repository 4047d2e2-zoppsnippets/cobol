000100 CBL  SOURCE XREF
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. 'mprb05cu'.
000400************************************************************
000500*
000600*  Customer address master unload. Browses the CUSTMAST
000700*  VSAM master the ADDRCHG handler (mprb05p3) keeps current
000800*  front to back in customer-ID order and writes each
000900*  record's CM-ADDRESS image - the 120-byte ADDRESS-RECORD
001000*  layout - to UNLOUT. That dataset is the ADDRIN the
001100*  mprb05a enrichment driver and the mprb05y postal-change
001200*  propagation read, so both work from the customer
001300*  addresses the online side actually maintains instead of
001400*  a hand-kept file.
001500*
001600*  Ends with return code 8 when the master will not open or
001700*  the unload cannot be written - a job that feeds mprb05a
001800*  or mprb05y from a short unload must not run on.
001900*
002000*  Program     mprb05cu
002100*  PSB:        none - plain batch, no IMS calls
002200*  Databases:  none
002300*  Access:     CUSTMAST (VSAM, browse), UNLOUT (out)
002400*
002500************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER.  IBM-370.
002900 OBJECT-COMPUTER.  IBM-370.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT CUSTOMER-MASTER-FILE ASSIGN TO CUSTMAST
003300        ORGANIZATION IS INDEXED
003400        ACCESS MODE IS DYNAMIC
003500        RECORD KEY IS CM-CUST-ID
003600        FILE STATUS IS ws-custmast-file-status.
003700     SELECT UNLOAD-FILE ASSIGN TO UNLOUT
003800        ORGANIZATION IS SEQUENTIAL
003900        FILE STATUS IS ws-unload-file-status.
004000
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  CUSTOMER-MASTER-FILE.
004400     COPY CUSTMREC.
004500
004600 FD  UNLOAD-FILE
004700     RECORDING MODE IS F.
004800 01  UNLOAD-RECORD            PIC X(120).
004900
005000 WORKING-STORAGE SECTION.
005100
005200 77  ws-custmast-file-status pic xx value spaces.
005300 77  ws-unload-file-status pic xx value spaces.
005400 77  ws-browse-done-sw    pic x value 'n'.
005500     88 ws-browse-done          value 'y'.
005600 77  unloaded-count       pic 9(7) value 0.
005700 77  display-count        pic zzz,zzz,zz9.
005800
005900 PROCEDURE DIVISION.
006000*****************************************************
006100 MAIN-RTN.
006200
006300     perform initialise-unload
006400        thru end-initialise-unload.
006500
006600     perform unload-one-customer
006700        thru end-unload-one-customer
006800        until ws-browse-done.
006900
007000     perform finalise-unload
007100        thru end-finalise-unload.
007200
007300     goback.
007400
007500************************************************************
007600*            INITIALISE-UNLOAD
007700*    Both ends must be usable before the browse starts - an
007800*    unload missing either one is no unload at all.
007900************************************************************
008000
008100 initialise-unload.
008200     display "COBOL Program mprb05cu execution begins... "
008300        upon console.
008400     open input CUSTOMER-MASTER-FILE.
008500     if ws-custmast-file-status not = '00'
008600        display "mprb05cu: unable to open CUSTMAST, status "
008700           ws-custmast-file-status upon console
008800        move 8 to RETURN-CODE
008900        set ws-browse-done to true
009000     end-if.
009100     open output UNLOAD-FILE.
009200     if ws-unload-file-status not = '00'
009300        display "mprb05cu: unable to open UNLOUT, status "
009400           ws-unload-file-status upon console
009500        move 8 to RETURN-CODE
009600        set ws-browse-done to true
009700     end-if.
009800     if not ws-browse-done
009900        move low-values to CM-CUST-ID
010000        start CUSTOMER-MASTER-FILE
010100           key is not less than CM-CUST-ID
010200           invalid key
010300              set ws-browse-done to true
010400        end-start
010500     end-if.
010600 end-initialise-unload.
010700     exit.
010800
010900************************************************************
011000*            UNLOAD-ONE-CUSTOMER
011100*    The address image only - the last-change stamp is the
011200*    master's business, not the enrichment batches'.
011300************************************************************
011400
011500 unload-one-customer.
011600     read CUSTOMER-MASTER-FILE next
011700        at end
011800           set ws-browse-done to true
011900        not at end
012000           move CM-ADDRESS to UNLOAD-RECORD
012100           write UNLOAD-RECORD
012122           if ws-unload-file-status not = '00'
012144              display "mprb05cu: UNLOUT write error, status "
012166                 ws-unload-file-status upon console
012188              move 8 to RETURN-CODE
012210              set ws-browse-done to true
012232           else
012254              add 1 to unloaded-count
012276           end-if
012300     end-read.
012400*    A read that neither delivered a record nor said at-end is
012500*    an I/O error - stop the browse rather than spin on it,
012600*    and say so: the unload is short.
012700     if ws-custmast-file-status not = '00'
012800        and ws-custmast-file-status not = '10'
012900        display "mprb05cu: CUSTMAST read error, status "
013000           ws-custmast-file-status upon console
013100        move 8 to RETURN-CODE
013200        set ws-browse-done to true
013300     end-if.
013400 end-unload-one-customer.
013500     exit.
013600
013700************************************************************
013800*            FINALISE-UNLOAD
013900************************************************************
014000
014100 finalise-unload.
014200     if ws-custmast-file-status = '00'
014300        or ws-custmast-file-status = '10'
014400        close CUSTOMER-MASTER-FILE
014500     end-if.
014600     if ws-unload-file-status = '00'
014700        close UNLOAD-FILE
014800     end-if.
014900     move unloaded-count to display-count.
015000     display "mprb05cu: " display-count
015100        " customer addresses unloaded" upon console.
015200 end-finalise-unload.
015300     exit.
