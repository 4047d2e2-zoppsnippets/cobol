000100 CBL  SOURCE XREF
000200 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. 'mprb05rr'.
000400************************************************************
000500*
000600*  Restart reconciliation. When mprb05 goes down and is
000700*  restarted from a checkpoint, IMS backs the message queue
000800*  and the databases out to that checkpoint but not the
000900*  sequential appends made after it - PAYPOST, PAYSUSP,
001000*  ORDEXP, BUSTOT, ADRSUSP, ADRJOUR, HOLDMSG and the
001100*  CAPTURE and REJECTS generations. The messages behind
001150*  those records come round again and are written a
001200*  second time, and mprb05s and mprb05n stop balancing.
001300*  Every one of those records carries the checkpoint
001400*  interval it was written in (the xx-INTERVAL stamp), and
001500*  mprb05 logs every restart to RESTLOG with the moment the
001600*  checkpoint it resumed from was taken. This program
001700*  copies each dataset through, dropping the records
001800*  stamped inside any logged restart's window - from the
001900*  checkpoint up to the restarted run's start - and lists
002000*  every record it drops.
002100*
002200*  The copies (xxOUT) replace the originals once the step
002300*  ends clean; RESTLOG is emptied after that. Run again over
002400*  its own output with the same log it removes nothing more.
002475*  A dataset whose input DD will not open stops the step
002550*  like a failed output: the swap copies every xxOUT back,
002625*  so an input left uncopied would empty its original.
002700*  CDIN and RJIN take the CAPTURE and REJECTS generations
002800*  written since the last reconciliation.
002900*
003000*  Ends with return code 8 when RSTLIN, RRLIST, any input
003100*  or any output will not open or write, or the window table
003200*  fills; 4 when a logged restart carried no usable
003300*  checkpoint time.
003400*
003425*  The step's start, end and return code are appended to
003450*  RUNHIST through mprb05sh, as a job step history record.
003475*
003500*  Program     mprb05rr
003600*  PSB:        none - plain batch, no IMS calls
003700*  Databases:  none
003800*  Access:     RSTLIN (in), PPIN/PPOUT, PSIN/PSOUT,
003900*              OEIN/OEOUT, BTIN/BTOUT, ASIN/ASOUT,
004000*              AJIN/AJOUT, CDIN/CDOUT, RJIN/RJOUT,
004050*              HMIN/HMOUT (in/out), RRLIST (out)
004200*
004300************************************************************
004400 ENVIRONMENT DIVISION.
004500 CONFIGURATION SECTION.
004600 SOURCE-COMPUTER.  IBM-370.
004700 OBJECT-COMPUTER.  IBM-370.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT RESTART-LOG-FILE ASSIGN TO RSTLIN
005100        ORGANIZATION IS SEQUENTIAL
005200        FILE STATUS IS ws-restart-log-status.
005300     SELECT POSTING-IN-FILE ASSIGN TO PPIN
005400        ORGANIZATION IS SEQUENTIAL
005500        FILE STATUS IS ws-pp-in-status.
005600     SELECT POSTING-OUT-FILE ASSIGN TO PPOUT
005700        ORGANIZATION IS SEQUENTIAL
005800        FILE STATUS IS ws-pp-out-status.
005900     SELECT SUSPENSE-IN-FILE ASSIGN TO PSIN
006000        ORGANIZATION IS SEQUENTIAL
006100        FILE STATUS IS ws-ps-in-status.
006200     SELECT SUSPENSE-OUT-FILE ASSIGN TO PSOUT
006300        ORGANIZATION IS SEQUENTIAL
006400        FILE STATUS IS ws-ps-out-status.
006500     SELECT EXPORT-IN-FILE ASSIGN TO OEIN
006600        ORGANIZATION IS SEQUENTIAL
006700        FILE STATUS IS ws-oe-in-status.
006800     SELECT EXPORT-OUT-FILE ASSIGN TO OEOUT
006900        ORGANIZATION IS SEQUENTIAL
007000        FILE STATUS IS ws-oe-out-status.
007100     SELECT TOTALS-IN-FILE ASSIGN TO BTIN
007200        ORGANIZATION IS SEQUENTIAL
007300        FILE STATUS IS ws-bt-in-status.
007400     SELECT TOTALS-OUT-FILE ASSIGN TO BTOUT
007500        ORGANIZATION IS SEQUENTIAL
007600        FILE STATUS IS ws-bt-out-status.
007700     SELECT ADRSUSP-IN-FILE ASSIGN TO ASIN
007800        ORGANIZATION IS SEQUENTIAL
007900        FILE STATUS IS ws-as-in-status.
008000     SELECT ADRSUSP-OUT-FILE ASSIGN TO ASOUT
008100        ORGANIZATION IS SEQUENTIAL
008200        FILE STATUS IS ws-as-out-status.
008300     SELECT JOURNAL-IN-FILE ASSIGN TO AJIN
008400        ORGANIZATION IS SEQUENTIAL
008500        FILE STATUS IS ws-aj-in-status.
008600     SELECT JOURNAL-OUT-FILE ASSIGN TO AJOUT
008700        ORGANIZATION IS SEQUENTIAL
008800        FILE STATUS IS ws-aj-out-status.
008900     SELECT CAPTURE-IN-FILE ASSIGN TO CDIN
009000        ORGANIZATION IS SEQUENTIAL
009100        FILE STATUS IS ws-cd-in-status.
009200     SELECT CAPTURE-OUT-FILE ASSIGN TO CDOUT
009300        ORGANIZATION IS SEQUENTIAL
009400        FILE STATUS IS ws-cd-out-status.
009500     SELECT REJECT-IN-FILE ASSIGN TO RJIN
009600        ORGANIZATION IS SEQUENTIAL
009700        FILE STATUS IS ws-rj-in-status.
009800     SELECT REJECT-OUT-FILE ASSIGN TO RJOUT
009900        ORGANIZATION IS SEQUENTIAL
010000        FILE STATUS IS ws-rj-out-status.
010010     SELECT HOLD-IN-FILE ASSIGN TO HMIN
010020        ORGANIZATION IS SEQUENTIAL
010030        FILE STATUS IS ws-hm-in-status.
010040     SELECT HOLD-OUT-FILE ASSIGN TO HMOUT
010050        ORGANIZATION IS SEQUENTIAL
010060        FILE STATUS IS ws-hm-out-status.
010100     SELECT REPORT-FILE ASSIGN TO RRLIST
010200        ORGANIZATION IS SEQUENTIAL
010300        FILE STATUS IS ws-report-status.
010400
010500 DATA DIVISION.
010600 FILE SECTION.
010700 FD  RESTART-LOG-FILE
010800     RECORDING MODE IS F.
010900     COPY RSTLREC.
011000
011100 FD  POSTING-IN-FILE
011200     RECORDING MODE IS F.
011300     COPY PAYPREC.
011400
011500 FD  POSTING-OUT-FILE
011600     RECORDING MODE IS F.
011700 01  POSTING-OUT-RECORD   PIC X(115).
011800
011900 FD  SUSPENSE-IN-FILE
012000     RECORDING MODE IS F.
012100     COPY PAYSREC.
012200
012300 FD  SUSPENSE-OUT-FILE
012400     RECORDING MODE IS F.
012500 01  SUSPENSE-OUT-RECORD  PIC X(144).
012600
012700 FD  EXPORT-IN-FILE
012800     RECORDING MODE IS F.
012900     COPY ORDEREC.
013000
013100 FD  EXPORT-OUT-FILE
013200     RECORDING MODE IS F.
013300 01  EXPORT-OUT-RECORD    PIC X(206).
013400
013500 FD  TOTALS-IN-FILE
013600     RECORDING MODE IS F.
013700     COPY BUSTREC.
013800
013900 FD  TOTALS-OUT-FILE
014000     RECORDING MODE IS F.
014100 01  TOTALS-OUT-RECORD    PIC X(104).
014200
014300 FD  ADRSUSP-IN-FILE
014400     RECORDING MODE IS F.
014500     COPY ADRSREC.
014600
014700 FD  ADRSUSP-OUT-FILE
014800     RECORDING MODE IS F.
014900 01  ADRSUSP-OUT-RECORD   PIC X(156).
015000
015100 FD  JOURNAL-IN-FILE
015200     RECORDING MODE IS F.
015300     COPY ADRJREC.
015400
015500 FD  JOURNAL-OUT-FILE
015600     RECORDING MODE IS F.
015700 01  JOURNAL-OUT-RECORD   PIC X(314).
015800
015900 FD  CAPTURE-IN-FILE
016000     RECORDING MODE IS F.
016100     COPY CAPTREC.
016200
016300 FD  CAPTURE-OUT-FILE
016400     RECORDING MODE IS F.
016500 01  CAPTURE-OUT-RECORD   PIC X(152).
016600
016700 FD  REJECT-IN-FILE
016800     RECORDING MODE IS F.
016900     COPY REJREC.
017000
017100 FD  REJECT-OUT-FILE
017200     RECORDING MODE IS F.
017300 01  REJECT-OUT-RECORD    PIC X(172).
017400
017410 FD  HOLD-IN-FILE
017420     RECORDING MODE IS F.
017430     COPY HOLDREC.
017440
017450 FD  HOLD-OUT-FILE
017460     RECORDING MODE IS F.
017470 01  HOLD-OUT-RECORD      PIC X(152).
017480
017500 FD  REPORT-FILE
017600     RECORDING MODE IS F.
017700 01  REPORT-LINE              PIC X(120).
017800
017900 WORKING-STORAGE SECTION.
018000
018100 77  ws-restart-log-status pic xx value spaces.
018200 77  ws-pp-in-status           pic xx value spaces.
018300 77  ws-pp-out-status          pic xx value spaces.
018400 77  ws-ps-in-status           pic xx value spaces.
018500 77  ws-ps-out-status          pic xx value spaces.
018600 77  ws-oe-in-status           pic xx value spaces.
018700 77  ws-oe-out-status          pic xx value spaces.
018800 77  ws-bt-in-status           pic xx value spaces.
018900 77  ws-bt-out-status          pic xx value spaces.
019000 77  ws-as-in-status           pic xx value spaces.
019100 77  ws-as-out-status          pic xx value spaces.
019200 77  ws-aj-in-status           pic xx value spaces.
019300 77  ws-aj-out-status          pic xx value spaces.
019400 77  ws-cd-in-status           pic xx value spaces.
019500 77  ws-cd-out-status          pic xx value spaces.
019600 77  ws-rj-in-status           pic xx value spaces.
019700 77  ws-rj-out-status          pic xx value spaces.
019710 77  ws-hm-in-status           pic xx value spaces.
019720 77  ws-hm-out-status          pic xx value spaces.
019800 77  ws-report-status      pic xx value spaces.
019900 77  end-of-input-sw       pic x value 'n'.
020000     88 end-of-input             value 'y'.
020100 77  recon-ok-sw           pic x value 'y'.
020200     88 recon-ok                 value 'y'.
020300 77  dataset-open-sw       pic x value 'n'.
020400     88 dataset-open             value 'y'.
020500 77  in-window-sw          pic x value 'n'.
020600     88 in-window                value 'y'.
020700
020800************************************************************
020900*            RESTART WINDOWS
021000*    One entry per usable RESTLOG record: the start of the
021100*    checkpoint interval it resumed from, and the moment the
021200*    restarted run started. Both compare as date-then-time
021300*    text against a record's interval stamp, so a record
021400*    written before the stamp existed (spaces) never falls
021500*    inside one.
021600************************************************************
021700
021800 01  window-table.
021900     02  rw-entry occurs 100 times indexed by rw-ix.
022000         03  rw-from         pic x(16).
022100         03  rw-to           pic x(16).
022200         03  rw-chkp-id      pic x(8).
022300 77  rw-entry-count        pic 9(4) binary value 0.
022400 77  rw-max-entries        pic 9(4) binary value 100.
022500
022600*    The interval stamp of the record in hand, whichever
022700*    dataset it came from.
022800 01  record-interval.
022900     02  ri-start.
023000         03  ri-date         pic 9(8).
023100         03  ri-time         pic 9(8).
023200     02  ri-chkp-id        pic x(8).
023300 01  record-image          pic x(60) value spaces.
023400
023500 77  ws-dataset-name       pic x(8) value spaces.
023600 77  ws-dataset-status     pic xx value spaces.
023700 77  read-count            pic 9(9) value 0.
023800 77  kept-count            pic 9(9) value 0.
023900 77  removed-count         pic 9(9) value 0.
024000 77  total-removed-count   pic 9(9) value 0.
024100 77  skipped-count         pic 9(4) value 0.
024200 77  display-count         pic zzz,zzz,zz9.
024300
024400 01  removed-detail.
024500     02  filler           pic x(9) value 'REMOVED '.
024600     02  rd-dataset       pic x(8).
024700     02  filler           pic x(2) value spaces.
024800     02  rd-date          pic 9(8).
024900     02  filler           pic x(1) value spaces.
025000     02  rd-time          pic x(6).
025100     02  filler           pic x(2) value spaces.
025200     02  rd-chkp-id       pic x(8).
025300     02  filler           pic x(2) value spaces.
025400     02  rd-image         pic x(60).
025500
025600 01  dataset-totals.
025700     02  dt-dataset       pic x(8).
025800     02  filler           pic x(7) value '  READ '.
025900     02  dt-read          pic zzz,zzz,zz9.
026000     02  filler           pic x(7) value '  KEPT '.
026100     02  dt-kept          pic zzz,zzz,zz9.
026200     02  filler           pic x(10) value '  REMOVED '.
026300     02  dt-removed       pic zzz,zzz,zz9.
026400
026500 01  window-detail.
026600     02  filler           pic x(9) value 'RESTART '.
026700     02  wd-restart-date  pic 9(8).
026800     02  filler           pic x(1) value spaces.
026900     02  wd-restart-time  pic x(6).
027000     02  filler           pic x(15) value '  CHECKPOINT '.
027100     02  wd-chkp-id       pic x(8).
027200     02  filler           pic x(7) value ' TAKEN '.
027300     02  wd-chkp-date     pic 9(8).
027400     02  filler           pic x(1) value spaces.
027500     02  wd-chkp-time     pic x(6).
027600     02  filler           pic x(2) value spaces.
027700     02  wd-note          pic x(40).
027714
027728************************************************************
027756*            STEP HISTORY (mprb05sh)
027784************************************************************
027812
027840     COPY STEPHIST.
027868
027900*****************************************************
028000 PROCEDURE DIVISION.
028100*****************************************************
028200 MAIN-RTN.
028220
028240     move 'mprb05rr' to SH-PROGRAM.
028260     set SH-STEP-START to true.
028280     call 'mprb05sh' using STEP-HISTORY-AREA.
028300
028400     perform initialise-recon
028500        thru end-initialise-recon.
028600
028700     if recon-ok
028800        perform load-restart-windows
028900           thru end-load-restart-windows
029000     end-if.
029100
029200     if recon-ok
029300        perform reconcile-posting-file
029400           thru end-reconcile-posting-file
029500        perform reconcile-suspense-file
029600           thru end-reconcile-suspense-file
029700        perform reconcile-export-file
029800           thru end-reconcile-export-file
029900        perform reconcile-totals-file
030000           thru end-reconcile-totals-file
030100        perform reconcile-adrsusp-file
030200           thru end-reconcile-adrsusp-file
030300        perform reconcile-journal-file
030400           thru end-reconcile-journal-file
030500        perform reconcile-capture-file
030600           thru end-reconcile-capture-file
030700        perform reconcile-reject-file
030800           thru end-reconcile-reject-file
030825        perform reconcile-hold-file
030850           thru end-reconcile-hold-file
030900     end-if.
031000
031100     perform finalise-recon
031200        thru end-finalise-recon.
031300
031316     move RETURN-CODE to SH-RETURN-CODE.
031332     move 0 to SH-TOTAL-COUNT.
031348     set SH-STEP-END to true.
031364     call 'mprb05sh' using STEP-HISTORY-AREA.
031380     move SH-RETURN-CODE to RETURN-CODE.
031400     goback.
031500
031600************************************************************
031700*            INITIALISE-RECON
031800************************************************************
031900
032000 initialise-recon.
032100     display "COBOL Program mprb05rr execution begins... "
032200        upon console.
032300     open output REPORT-FILE.
032400     if ws-report-status not = '00'
032500        display "mprb05rr: unable to open RRLIST, status "
032600           ws-report-status upon console
032700        move 'n' to recon-ok-sw
032800        move 8 to RETURN-CODE
032900     else
033000        move 'MPRB05RR RESTART RECONCILIATION' to REPORT-LINE
033100        write REPORT-LINE
033200     end-if.
033300 end-initialise-recon.
033400     exit.
033500
033600************************************************************
033700*            LOAD-RESTART-WINDOWS
033800*    An empty RESTLOG is the usual night - nothing to take
033900*    out, every dataset copies through whole. A restart whose
034000*    checkpoint time is missing (a checkpoint taken before the
034100*    interval stamps were kept) or not earlier than the
034200*    restart itself gives no window to trust; it is listed and
034300*    left for somebody to reconcile by hand, rather than
034400*    guessed at. A full table stops the step - dropping
034500*    windows would leave duplicates behind unnoticed.
034600************************************************************
034700
034800 load-restart-windows.
034900     open input RESTART-LOG-FILE.
035000     if ws-restart-log-status not = '00'
035100        display "mprb05rr: unable to open RSTLIN, status "
035200           ws-restart-log-status upon console
035300        move 'n' to recon-ok-sw
035400        move 8 to RETURN-CODE
035500     else
035600        move 'n' to end-of-input-sw
035700        perform load-one-window
035800           thru end-load-one-window
035900           until end-of-input
036000        close RESTART-LOG-FILE
036100        if rw-entry-count = 0
036200           and recon-ok
036300           move 'NO RESTARTS LOGGED - NOTHING TO REMOVE'
036400              to REPORT-LINE
036500           write REPORT-LINE
036600        end-if
036700     end-if.
036800 end-load-restart-windows.
036900     exit.
037000
037100 load-one-window.
037200     read RESTART-LOG-FILE
037300        at end
037400           set end-of-input to true
037500        not at end
037600           move spaces to wd-note
037700           move RL-RESTART-DATE to wd-restart-date
037800           move RL-RESTART-TIME (1:6) to wd-restart-time
037900           move RL-CHKP-ID to wd-chkp-id
038000           move RL-CHKP-DATE to wd-chkp-date
038100           move RL-CHKP-TIME (1:6) to wd-chkp-time
038200           evaluate true
038300              when RL-CHKP-START not numeric
038400                 or RL-CHKP-DATE = 0
038500                 or RL-CHKP-START not < RL-RESTART-START
038600                 move 'NO CHECKPOINT TIME - RECONCILE BY HAND'
038700                    to wd-note
038800                 add 1 to skipped-count
038900                 if RETURN-CODE < 4
039000                    move 4 to RETURN-CODE
039100                 end-if
039200              when rw-entry-count not < rw-max-entries
039300                 move 'WINDOW TABLE FULL - STEP STOPPED'
039400                    to wd-note
039500                 move 'n' to recon-ok-sw
039600                 move 8 to RETURN-CODE
039700                 set end-of-input to true
039800              when other
039900                 add 1 to rw-entry-count
040000                 set rw-ix to rw-entry-count
040100                 move RL-CHKP-START to rw-from (rw-ix)
040200                 move RL-RESTART-START to rw-to (rw-ix)
040300                 move RL-CHKP-ID to rw-chkp-id (rw-ix)
040400                 move 'WINDOW APPLIED' to wd-note
040500           end-evaluate
040600           move window-detail to REPORT-LINE
040700           write REPORT-LINE
040800     end-read.
040900     if ws-restart-log-status not = '00'
041000        and ws-restart-log-status not = '10'
041100        display "mprb05rr: RSTLIN read error, status "
041200           ws-restart-log-status upon console
041300        move 'n' to recon-ok-sw
041400        move 8 to RETURN-CODE
041500        set end-of-input to true
041600     end-if.
041700 end-load-one-window.
041800     exit.
041900
042000************************************************************
042100*            RECONCILE-POSTING-FILE
042200*    PAYPOST (PPIN) to PPOUT.
042300************************************************************
042400
042500 reconcile-posting-file.
042600     move 'PAYPOST' to ws-dataset-name.
042700     perform start-dataset
042800        thru end-start-dataset.
042900     open input POSTING-IN-FILE.
043000     if ws-pp-in-status not = '00'
043100        move ws-pp-in-status to ws-dataset-status
043200        perform note-dataset-skipped
043300           thru end-note-dataset-skipped
043400     else
043500        open output POSTING-OUT-FILE
043600        if ws-pp-out-status not = '00'
043700           move ws-pp-out-status to ws-dataset-status
043800           perform note-output-failure
043900              thru end-note-output-failure
044000        else
044100           perform copy-one-posting
044200              thru end-copy-one-posting
044300              until end-of-input
044400           close POSTING-OUT-FILE
044500           perform report-dataset-totals
044600              thru end-report-dataset-totals
044700        end-if
044800        close POSTING-IN-FILE
044900     end-if.
045000 end-reconcile-posting-file.
045100     exit.
045200
045300 copy-one-posting.
045400     read POSTING-IN-FILE
045500        at end
045600           set end-of-input to true
045700        not at end
045800           add 1 to read-count
045900           move PP-INTERVAL to record-interval
046000           move PAYMENT-POSTING-RECORD to record-image
046100           perform judge-record
046200              thru end-judge-record
046300           if not in-window
046400              write POSTING-OUT-RECORD
046500                 from PAYMENT-POSTING-RECORD
046600              if ws-pp-out-status not = '00'
046700                 move ws-pp-out-status to ws-dataset-status
046800                 perform note-output-failure
046900                    thru end-note-output-failure
047000              else
047100                 add 1 to kept-count
047200              end-if
047300           end-if
047400     end-read.
047500     if ws-pp-in-status not = '00'
047600        and ws-pp-in-status not = '10'
047700        move ws-pp-in-status to ws-dataset-status
047800        perform note-input-failure
047900           thru end-note-input-failure
048000     end-if.
048100 end-copy-one-posting.
048200     exit.
048300
048400************************************************************
048500*            RECONCILE-SUSPENSE-FILE
048600*    PAYSUSP (PSIN) to PSOUT.
048700************************************************************
048800
048900 reconcile-suspense-file.
049000     move 'PAYSUSP' to ws-dataset-name.
049100     perform start-dataset
049200        thru end-start-dataset.
049300     open input SUSPENSE-IN-FILE.
049400     if ws-ps-in-status not = '00'
049500        move ws-ps-in-status to ws-dataset-status
049600        perform note-dataset-skipped
049700           thru end-note-dataset-skipped
049800     else
049900        open output SUSPENSE-OUT-FILE
050000        if ws-ps-out-status not = '00'
050100           move ws-ps-out-status to ws-dataset-status
050200           perform note-output-failure
050300              thru end-note-output-failure
050400        else
050500           perform copy-one-suspense
050600              thru end-copy-one-suspense
050700              until end-of-input
050800           close SUSPENSE-OUT-FILE
050900           perform report-dataset-totals
051000              thru end-report-dataset-totals
051100        end-if
051200        close SUSPENSE-IN-FILE
051300     end-if.
051400 end-reconcile-suspense-file.
051500     exit.
051600
051700 copy-one-suspense.
051800     read SUSPENSE-IN-FILE
051900        at end
052000           set end-of-input to true
052100        not at end
052200           add 1 to read-count
052300           move PS-INTERVAL to record-interval
052400           move PAYMENT-SUSPENSE-RECORD to record-image
052500           perform judge-record
052600              thru end-judge-record
052700           if not in-window
052800              write SUSPENSE-OUT-RECORD
052900                 from PAYMENT-SUSPENSE-RECORD
053000              if ws-ps-out-status not = '00'
053100                 move ws-ps-out-status to ws-dataset-status
053200                 perform note-output-failure
053300                    thru end-note-output-failure
053400              else
053500                 add 1 to kept-count
053600              end-if
053700           end-if
053800     end-read.
053900     if ws-ps-in-status not = '00'
054000        and ws-ps-in-status not = '10'
054100        move ws-ps-in-status to ws-dataset-status
054200        perform note-input-failure
054300           thru end-note-input-failure
054400     end-if.
054500 end-copy-one-suspense.
054600     exit.
054700
054800************************************************************
054900*            RECONCILE-EXPORT-FILE
055000*    ORDEXP (OEIN) to OEOUT.
055100************************************************************
055200
055300 reconcile-export-file.
055400     move 'ORDEXP' to ws-dataset-name.
055500     perform start-dataset
055600        thru end-start-dataset.
055700     open input EXPORT-IN-FILE.
055800     if ws-oe-in-status not = '00'
055900        move ws-oe-in-status to ws-dataset-status
056000        perform note-dataset-skipped
056100           thru end-note-dataset-skipped
056200     else
056300        open output EXPORT-OUT-FILE
056400        if ws-oe-out-status not = '00'
056500           move ws-oe-out-status to ws-dataset-status
056600           perform note-output-failure
056700              thru end-note-output-failure
056800        else
056900           perform copy-one-export
057000              thru end-copy-one-export
057100              until end-of-input
057200           close EXPORT-OUT-FILE
057300           perform report-dataset-totals
057400              thru end-report-dataset-totals
057500        end-if
057600        close EXPORT-IN-FILE
057700     end-if.
057800 end-reconcile-export-file.
057900     exit.
058000
058100 copy-one-export.
058200     read EXPORT-IN-FILE
058300        at end
058400           set end-of-input to true
058500        not at end
058600           add 1 to read-count
058700           move OE-INTERVAL to record-interval
058800           move ORDER-EXPORT-RECORD to record-image
058900           perform judge-record
059000              thru end-judge-record
059100           if not in-window
059200              write EXPORT-OUT-RECORD
059300                 from ORDER-EXPORT-RECORD
059400              if ws-oe-out-status not = '00'
059500                 move ws-oe-out-status to ws-dataset-status
059600                 perform note-output-failure
059700                    thru end-note-output-failure
059800              else
059900                 add 1 to kept-count
060000              end-if
060100           end-if
060200     end-read.
060300     if ws-oe-in-status not = '00'
060400        and ws-oe-in-status not = '10'
060500        move ws-oe-in-status to ws-dataset-status
060600        perform note-input-failure
060700           thru end-note-input-failure
060800     end-if.
060900 end-copy-one-export.
061000     exit.
061100
061200************************************************************
061300*            RECONCILE-TOTALS-FILE
061400*    BUSTOT (BTIN) to BTOUT.
061500************************************************************
061600
061700 reconcile-totals-file.
061800     move 'BUSTOT' to ws-dataset-name.
061900     perform start-dataset
062000        thru end-start-dataset.
062100     open input TOTALS-IN-FILE.
062200     if ws-bt-in-status not = '00'
062300        move ws-bt-in-status to ws-dataset-status
062400        perform note-dataset-skipped
062500           thru end-note-dataset-skipped
062600     else
062700        open output TOTALS-OUT-FILE
062800        if ws-bt-out-status not = '00'
062900           move ws-bt-out-status to ws-dataset-status
063000           perform note-output-failure
063100              thru end-note-output-failure
063200        else
063300           perform copy-one-totals
063400              thru end-copy-one-totals
063500              until end-of-input
063600           close TOTALS-OUT-FILE
063700           perform report-dataset-totals
063800              thru end-report-dataset-totals
063900        end-if
064000        close TOTALS-IN-FILE
064100     end-if.
064200 end-reconcile-totals-file.
064300     exit.
064400
064500 copy-one-totals.
064600     read TOTALS-IN-FILE
064700        at end
064800           set end-of-input to true
064900        not at end
065000           add 1 to read-count
065100           move BT-INTERVAL to record-interval
065200           move BUSINESS-TOTALS-RECORD to record-image
065300           perform judge-record
065400              thru end-judge-record
065500           if not in-window
065600              write TOTALS-OUT-RECORD
065700                 from BUSINESS-TOTALS-RECORD
065800              if ws-bt-out-status not = '00'
065900                 move ws-bt-out-status to ws-dataset-status
066000                 perform note-output-failure
066100                    thru end-note-output-failure
066200              else
066300                 add 1 to kept-count
066400              end-if
066500           end-if
066600     end-read.
066700     if ws-bt-in-status not = '00'
066800        and ws-bt-in-status not = '10'
066900        move ws-bt-in-status to ws-dataset-status
067000        perform note-input-failure
067100           thru end-note-input-failure
067200     end-if.
067300 end-copy-one-totals.
067400     exit.
067500
067600************************************************************
067700*            RECONCILE-ADRSUSP-FILE
067800*    ADRSUSP (ASIN) to ASOUT.
067900************************************************************
068000
068100 reconcile-adrsusp-file.
068200     move 'ADRSUSP' to ws-dataset-name.
068300     perform start-dataset
068400        thru end-start-dataset.
068500     open input ADRSUSP-IN-FILE.
068600     if ws-as-in-status not = '00'
068700        move ws-as-in-status to ws-dataset-status
068800        perform note-dataset-skipped
068900           thru end-note-dataset-skipped
069000     else
069100        open output ADRSUSP-OUT-FILE
069200        if ws-as-out-status not = '00'
069300           move ws-as-out-status to ws-dataset-status
069400           perform note-output-failure
069500              thru end-note-output-failure
069600        else
069700           perform copy-one-adrsusp
069800              thru end-copy-one-adrsusp
069900              until end-of-input
070000           close ADRSUSP-OUT-FILE
070100           perform report-dataset-totals
070200              thru end-report-dataset-totals
070300        end-if
070400        close ADRSUSP-IN-FILE
070500     end-if.
070600 end-reconcile-adrsusp-file.
070700     exit.
070800
070900 copy-one-adrsusp.
071000     read ADRSUSP-IN-FILE
071100        at end
071200           set end-of-input to true
071300        not at end
071400           add 1 to read-count
071500           move AS-INTERVAL to record-interval
071600           move ADDR-SUSPENSE-RECORD to record-image
071700           perform judge-record
071800              thru end-judge-record
071900           if not in-window
072000              write ADRSUSP-OUT-RECORD
072100                 from ADDR-SUSPENSE-RECORD
072200              if ws-as-out-status not = '00'
072300                 move ws-as-out-status to ws-dataset-status
072400                 perform note-output-failure
072500                    thru end-note-output-failure
072600              else
072700                 add 1 to kept-count
072800              end-if
072900           end-if
073000     end-read.
073100     if ws-as-in-status not = '00'
073200        and ws-as-in-status not = '10'
073300        move ws-as-in-status to ws-dataset-status
073400        perform note-input-failure
073500           thru end-note-input-failure
073600     end-if.
073700 end-copy-one-adrsusp.
073800     exit.
073900
074000************************************************************
074100*            RECONCILE-JOURNAL-FILE
074200*    ADRJOUR (AJIN) to AJOUT.
074300************************************************************
074400
074500 reconcile-journal-file.
074600     move 'ADRJOUR' to ws-dataset-name.
074700     perform start-dataset
074800        thru end-start-dataset.
074900     open input JOURNAL-IN-FILE.
075000     if ws-aj-in-status not = '00'
075100        move ws-aj-in-status to ws-dataset-status
075200        perform note-dataset-skipped
075300           thru end-note-dataset-skipped
075400     else
075500        open output JOURNAL-OUT-FILE
075600        if ws-aj-out-status not = '00'
075700           move ws-aj-out-status to ws-dataset-status
075800           perform note-output-failure
075900              thru end-note-output-failure
076000        else
076100           perform copy-one-journal
076200              thru end-copy-one-journal
076300              until end-of-input
076400           close JOURNAL-OUT-FILE
076500           perform report-dataset-totals
076600              thru end-report-dataset-totals
076700        end-if
076800        close JOURNAL-IN-FILE
076900     end-if.
077000 end-reconcile-journal-file.
077100     exit.
077200
077300 copy-one-journal.
077400     read JOURNAL-IN-FILE
077500        at end
077600           set end-of-input to true
077700        not at end
077800           add 1 to read-count
077900           move AJ-INTERVAL to record-interval
078000           move ADDRESS-JOURNAL-RECORD to record-image
078100           perform judge-record
078200              thru end-judge-record
078300           if not in-window
078400              write JOURNAL-OUT-RECORD
078500                 from ADDRESS-JOURNAL-RECORD
078600              if ws-aj-out-status not = '00'
078700                 move ws-aj-out-status to ws-dataset-status
078800                 perform note-output-failure
078900                    thru end-note-output-failure
079000              else
079100                 add 1 to kept-count
079200              end-if
079300           end-if
079400     end-read.
079500     if ws-aj-in-status not = '00'
079600        and ws-aj-in-status not = '10'
079700        move ws-aj-in-status to ws-dataset-status
079800        perform note-input-failure
079900           thru end-note-input-failure
080000     end-if.
080100 end-copy-one-journal.
080200     exit.
080300
080400************************************************************
080500*            RECONCILE-CAPTURE-FILE
080600*    CAPTURE (CDIN) to CDOUT.
080700************************************************************
080800
080900 reconcile-capture-file.
081000     move 'CAPTURE' to ws-dataset-name.
081100     perform start-dataset
081200        thru end-start-dataset.
081300     open input CAPTURE-IN-FILE.
081400     if ws-cd-in-status not = '00'
081500        move ws-cd-in-status to ws-dataset-status
081600        perform note-dataset-skipped
081700           thru end-note-dataset-skipped
081800     else
081900        open output CAPTURE-OUT-FILE
082000        if ws-cd-out-status not = '00'
082100           move ws-cd-out-status to ws-dataset-status
082200           perform note-output-failure
082300              thru end-note-output-failure
082400        else
082500           perform copy-one-capture
082600              thru end-copy-one-capture
082700              until end-of-input
082800           close CAPTURE-OUT-FILE
082900           perform report-dataset-totals
083000              thru end-report-dataset-totals
083100        end-if
083200        close CAPTURE-IN-FILE
083300     end-if.
083400 end-reconcile-capture-file.
083500     exit.
083600
083700 copy-one-capture.
083800     read CAPTURE-IN-FILE
083900        at end
084000           set end-of-input to true
084100        not at end
084200           add 1 to read-count
084300           move CD-INTERVAL to record-interval
084400           move CAPTURE-RECORD to record-image
084500           perform judge-record
084600              thru end-judge-record
084700           if not in-window
084800              write CAPTURE-OUT-RECORD
084900                 from CAPTURE-RECORD
085000              if ws-cd-out-status not = '00'
085100                 move ws-cd-out-status to ws-dataset-status
085200                 perform note-output-failure
085300                    thru end-note-output-failure
085400              else
085500                 add 1 to kept-count
085600              end-if
085700           end-if
085800     end-read.
085900     if ws-cd-in-status not = '00'
086000        and ws-cd-in-status not = '10'
086100        move ws-cd-in-status to ws-dataset-status
086200        perform note-input-failure
086300           thru end-note-input-failure
086400     end-if.
086500 end-copy-one-capture.
086600     exit.
086700
086800************************************************************
086900*            RECONCILE-REJECT-FILE
087000*    REJECTS (RJIN) to RJOUT.
087100************************************************************
087200
087300 reconcile-reject-file.
087400     move 'REJECTS' to ws-dataset-name.
087500     perform start-dataset
087600        thru end-start-dataset.
087700     open input REJECT-IN-FILE.
087800     if ws-rj-in-status not = '00'
087900        move ws-rj-in-status to ws-dataset-status
088000        perform note-dataset-skipped
088100           thru end-note-dataset-skipped
088200     else
088300        open output REJECT-OUT-FILE
088400        if ws-rj-out-status not = '00'
088500           move ws-rj-out-status to ws-dataset-status
088600           perform note-output-failure
088700              thru end-note-output-failure
088800        else
088900           perform copy-one-reject
089000              thru end-copy-one-reject
089100              until end-of-input
089200           close REJECT-OUT-FILE
089300           perform report-dataset-totals
089400              thru end-report-dataset-totals
089500        end-if
089600        close REJECT-IN-FILE
089700     end-if.
089800 end-reconcile-reject-file.
089900     exit.
090000
090100 copy-one-reject.
090200     read REJECT-IN-FILE
090300        at end
090400           set end-of-input to true
090500        not at end
090600           add 1 to read-count
090700           move RJ-INTERVAL to record-interval
090800           move REJECT-RECORD to record-image
090900           perform judge-record
091000              thru end-judge-record
091100           if not in-window
091200              write REJECT-OUT-RECORD
091300                 from REJECT-RECORD
091400              if ws-rj-out-status not = '00'
091500                 move ws-rj-out-status to ws-dataset-status
091600                 perform note-output-failure
091700                    thru end-note-output-failure
091800              else
091900                 add 1 to kept-count
092000              end-if
092100           end-if
092200     end-read.
092300     if ws-rj-in-status not = '00'
092400        and ws-rj-in-status not = '10'
092500        move ws-rj-in-status to ws-dataset-status
092600        perform note-input-failure
092700           thru end-note-input-failure
092800     end-if.
092900 end-copy-one-reject.
093000     exit.
093100
093101************************************************************
093102*            RECONCILE-HOLD-FILE
093103*    HOLDMSG (HMIN) to HMOUT.
093104************************************************************
093105
093106 reconcile-hold-file.
093107     move 'HOLDMSG' to ws-dataset-name.
093108     perform start-dataset
093109        thru end-start-dataset.
093110     open input HOLD-IN-FILE.
093111     if ws-hm-in-status not = '00'
093112        move ws-hm-in-status to ws-dataset-status
093113        perform note-dataset-skipped
093114           thru end-note-dataset-skipped
093115     else
093116        open output HOLD-OUT-FILE
093117        if ws-hm-out-status not = '00'
093118           move ws-hm-out-status to ws-dataset-status
093119           perform note-output-failure
093120              thru end-note-output-failure
093121        else
093122           perform copy-one-hold
093123              thru end-copy-one-hold
093124              until end-of-input
093125           close HOLD-OUT-FILE
093126           perform report-dataset-totals
093127              thru end-report-dataset-totals
093128        end-if
093129        close HOLD-IN-FILE
093130     end-if.
093131 end-reconcile-hold-file.
093132     exit.
093133
093134 copy-one-hold.
093135     read HOLD-IN-FILE
093136        at end
093137           set end-of-input to true
093138        not at end
093139           add 1 to read-count
093140           move HM-INTERVAL to record-interval
093141           move HELD-MESSAGE-RECORD to record-image
093142           perform judge-record
093143              thru end-judge-record
093144           if not in-window
093145              write HOLD-OUT-RECORD
093146                 from HELD-MESSAGE-RECORD
093147              if ws-hm-out-status not = '00'
093148                 move ws-hm-out-status to ws-dataset-status
093149                 perform note-output-failure
093150                    thru end-note-output-failure
093151              else
093152                 add 1 to kept-count
093153              end-if
093154           end-if
093155     end-read.
093156     if ws-hm-in-status not = '00'
093157        and ws-hm-in-status not = '10'
093158        move ws-hm-in-status to ws-dataset-status
093159        perform note-input-failure
093160           thru end-note-input-failure
093161     end-if.
093162 end-copy-one-hold.
093163     exit.
093164
093200************************************************************
093300*            START-DATASET / JUDGE-RECORD
093400*    A record falls inside a window when its interval started
093500*    at or after the checkpoint and before the restart. Every
093600*    dropped record is listed with its stamp and the head of
093700*    its image, so the removal can be checked or undone.
093800************************************************************
093900
094000 start-dataset.
094100     move 'n' to end-of-input-sw.
094200     move 0 to read-count kept-count removed-count.
094300 end-start-dataset.
094400     exit.
094500
094600 judge-record.
094700     move 'n' to in-window-sw.
094800     perform varying rw-ix from 1 by 1
094900        until rw-ix > rw-entry-count
095000           or in-window
095100        if ri-start not < rw-from (rw-ix)
095200           and ri-start < rw-to (rw-ix)
095300           set in-window to true
095400        end-if
095500     end-perform.
095600     if in-window
095700        add 1 to removed-count
095800        add 1 to total-removed-count
095900        move ws-dataset-name to rd-dataset
096000        move ri-date to rd-date
096100        move ri-time (1:6) to rd-time
096200        move ri-chkp-id to rd-chkp-id
096300        move record-image to rd-image
096400        move removed-detail to REPORT-LINE
096500        write REPORT-LINE
096600     end-if.
096700 end-judge-record.
096800     exit.
096900
097000 report-dataset-totals.
097100     move ws-dataset-name to dt-dataset.
097200     move read-count to dt-read.
097300     move kept-count to dt-kept.
097400     move removed-count to dt-removed.
097500     move dataset-totals to REPORT-LINE.
097600     write REPORT-LINE.
097700 end-report-dataset-totals.
097800     exit.
097900
098000************************************************************
098100*            DATASET FAILURES
098183*    An input that will not open, or an output that will not
098266*    open or write, stops the step: a missing or half copy
098349*    must never replace the original. The other datasets are
098432*    still copied and listed, but the code 8 keeps every copy
098515*    from being swapped in.
098600************************************************************
098700
098800 note-dataset-skipped.
098900     display "mprb05rr: " ws-dataset-name " not read, status "
099000        ws-dataset-status " - not copied" upon console.
099100     move spaces to REPORT-LINE.
099200     string ws-dataset-name delimited by size
099300        '  NOT READ, STATUS ' delimited by size
099400        ws-dataset-status delimited by size
099500        ' - NOT COPIED' delimited by size
099600        into REPORT-LINE.
099700     write REPORT-LINE.
099800     add 1 to skipped-count.
099900     move 'n' to recon-ok-sw.
100000     move 8 to RETURN-CODE.
100100 end-note-dataset-skipped.
100300     exit.
100400
100500 note-output-failure.
100600     display "mprb05rr: " ws-dataset-name " output error, status "
100700        ws-dataset-status upon console.
100800     move 'n' to recon-ok-sw.
100900     move 8 to RETURN-CODE.
101000     set end-of-input to true.
101100 end-note-output-failure.
101200     exit.
101300
101400 note-input-failure.
101500     display "mprb05rr: " ws-dataset-name " read error, status "
101600        ws-dataset-status upon console.
101700     move 'n' to recon-ok-sw.
101800     move 8 to RETURN-CODE.
101900     set end-of-input to true.
102000 end-note-input-failure.
102100     exit.
102200
102300************************************************************
102400*            FINALISE-RECON
102500************************************************************
102600
102700 finalise-recon.
102800     if ws-report-status = '00'
102900        close REPORT-FILE
103000     end-if.
103100     move rw-entry-count to display-count.
103200     display "mprb05rr: " display-count " restart windows applied"
103300        upon console.
103400     move total-removed-count to display-count.
103500     display "mprb05rr: " display-count " records removed"
103600        upon console.
103700     if skipped-count > 0
103800        move skipped-count to display-count
103900        display "mprb05rr: *** " display-count
104000           " DATASETS OR RESTARTS PASSED OVER - SEE RRLIST ***"
104100           upon console
104200     end-if.
104300     if not recon-ok
104400        display "mprb05rr: *** RECONCILIATION INCOMPLETE - "
104500           "OUTPUTS MUST NOT REPLACE THE ORIGINALS ***"
104600           upon console
104700     end-if.
104800 end-finalise-recon.
104900     exit.
