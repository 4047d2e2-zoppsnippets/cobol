001960        ACCESS MODE IS DYNAMIC
001961        RECORD KEY IS RS-PROGRAM
001962        FILE STATUS IS ws-run-status-file-status.
001963     SELECT RESTART-CONTROL-FILE ASSIGN TO RESTCTL
001963        ORGANIZATION IS INDEXED
001963        ACCESS MODE IS DYNAMIC
001963        RECORD KEY IS RC-PROGRAM
001963        FILE STATUS IS ws-restart-ctl-status.
001963     SELECT QUARANTINE-FILE ASSIGN TO QUARANT
001963        ORGANIZATION IS SEQUENTIAL
001963        FILE STATUS IS ws-quarantine-file-status.
001963     SELECT RESTART-LOG-FILE ASSIGN TO RESTLOG
001963        ORGANIZATION IS SEQUENTIAL
001963        FILE STATUS IS ws-restart-log-status.
001964     SELECT HANDLER-REGISTRY-FILE ASSIGN TO HANDREG
001964        ORGANIZATION IS SEQUENTIAL
001964        FILE STATUS IS ws-handreg-file-status.
001964     SELECT HOLD-FILE ASSIGN TO HOLDMSG
001964        ORGANIZATION IS SEQUENTIAL
001964        FILE STATUS IS ws-hold-file-status.
001965     SELECT SECURITY-AUDIT-FILE ASSIGN TO SECAUDIT
001965        ORGANIZATION IS SEQUENTIAL
001965        FILE STATUS IS ws-audit-file-status.
001970
002000 DATA DIVISION.
002010 FILE SECTION.
002119 FD  RUN-STATUS-FILE.
002120     COPY RUNSTAT.
002121
002121 FD  RESTART-CONTROL-FILE.
002121     COPY RSTCREC.
002121
002121 FD  QUARANTINE-FILE
002121     RECORDING MODE IS F.
002121     COPY QUARREC.
002121
002121 FD  RESTART-LOG-FILE
002121     RECORDING MODE IS F.
002121     COPY RSTLREC.
002121
002122 FD  HANDLER-REGISTRY-FILE
002122     RECORDING MODE IS F.
002122     COPY HREGREC.
002122
002122 FD  HOLD-FILE
002122     RECORDING MODE IS F.
002122     COPY HOLDREC.
002122
002123 FD  SECURITY-AUDIT-FILE
002123     RECORDING MODE IS F.
002123     COPY SAUDREC.
002122
002105 WORKING-STORAGE SECTION.
002200
002300************************************************************
004037                 88 is-active          value 'y'.
004038             04  is-trancode      pic x(8).
004039             04  is-line          pic x(80).
004039*            Submitter, so a retried ADDRCHG still journals
004039*            the user who sent it.
004039             04  is-userid        pic x(8).
004039             04  is-lterm         pic x(8).
004039*    The checkpoint interval in force - when it opened (run
004039*    start, the last CHKP or the restart) and the checkpoint
004039*    that opened it - stamped on every record the run and its
004039*    handlers append. Riding area 2 is what tells a restart
004039*    when the checkpoint it resumes from was taken, for the
004039*    RESTLOG record mprb05rr works from.
004039     02  chkp-interval.
004039         03  ci-start.
004039             04  ci-date      pic 9(8) value 0.
004039             04  ci-time      pic 9(8) value 0.
004039         03  ci-chkp-id       pic x(8) value spaces.
004030 77  display-all-tran-count
004040                          pic zzz,zzz,zz9.
004100 77  delay-msec           PIC 9(9) binary.
045565         03  tc-svc-sum       usage is comp-2.
045566         03  tc-svc-max       usage is comp-2.
045567         03  tc-svc-ok-count  usage is comp-2.
045568*        Volume by message layout version - four slots is a
045569*        layout change in flight with room to spare; a fifth
045570*        version is counted under the trancode only.
045571         03  tc-layout-entry occurs 4 times.
045572             04  tc-layout-version
045573                              pic x(2).
045574             04  tc-layout-count
045575                              usage is comp-2.
004553
004554************************************************************
004555*            TRANCODE HANDLER DISPATCH
004559*    received IN-TRANCODE up here and CALLs the matching handler
004560*    with the HANDLER-COMM area; a trancode with no entry goes
004561*    down the reject path instead of silently falling through.
004561*    The pairs come from the HANDREG dataset, each with its
004561*    active/held flag; a trancode held there is parked on
004561*    HOLDMSG rather than CALLed.
004562 77  rt-entry-count       pic 9(4) binary value 0.
004563 77  rt-max-entries       pic 9(4) binary value 20.
004564 77  rt-found-sw          pic x value 'n'.
004565     88 rt-found                 value 'y'.
004566 77  rt-current-handler   pic x(8) value spaces.
004566 77  rt-current-status    pic x value space.
004566     88 rt-current-held          value 'H'.
004567 77  rt-seg-idx           pic 9(4) binary value 0.
004568 77  rejected-tran-count  usage is comp-2 value 0.
004569 77  display-rejected-count
004574 77  replayed-tran-count  usage is comp-2 value 0.
004575 77  display-replayed-count
004576                          pic zzz,zzz,zz9.
004576*    Partner-file transactions mprb05pi queued - stamped from
004576*    the partner's own sequence range with the partner marker
004576*    byte, so they sit out the feeder sequence check too.
004576 77  partner-tran-count   usage is comp-2 value 0.
004576 77  display-partner-count
004576                          pic zzz,zzz,zz9.
045761************************************************************
045762*            PER-USER TRANCODE AUTHORIZATION (AUTHFILE)
045763************************************************************
045776 77  suspended-tran-count usage is comp-2 value 0.
045777 77  display-suspended-count
045778                          pic zzz,zzz,zz9.
045779*    Value-dated payments the PAYMENT handler warehoused for a
045779*    later day - taken, answered WAREHOUSED, but neither
045779*    captured nor rejected today; mprb05wr brings them back.
045779 77  warehoused-tran-count usage is comp-2 value 0.
045779 77  display-warehoused-count
045779                          pic zzz,zzz,zz9.
045780*    Payments over a submitter's limits that the PAYMENT
045781*    handler referred to a supervisor - answered REFERRED;
045782*    an approved one comes back through mprb05e.
045783 77  referred-tran-count  usage is comp-2 value 0.
045784 77  display-referred-count
045785                          pic zzz,zzz,zz9.
004571 01  rt-table.
004572     02  rt-entry occurs 1 to 20 times
004573           depending on rt-entry-count
004574           indexed by rt-ix.
004575         03  rt-trancode      pic x(8).
004576         03  rt-handler       pic x(8).
004576         03  rt-status        pic x.
004576             88 rt-is-held           value 'H'.
004576         03  rt-effective-date
004576                              pic 9(8).
004576         03  rt-layout-versions.
004576             04  rt-layout-version
004576                              pic x(2) occurs 5 times.
004576
004576************************************************************
004576*            HANDLER REGISTRY DATASET (HANDREG DD)
004576************************************************************
004576*    Read at initialise and again at every business-date
004576*    rollover, so a record keyed ahead takes effect on the
004576*    night it is dated for. The records in force are gathered
004576*    here first and only replace rt-table when at least one
004576*    was usable - a HANDREG that will not open or holds
004576*    nothing usable leaves the registry as it was (the
004576*    built-in pairs at initialise) and says so loudly.
004576 77  ws-handreg-file-status pic xx value spaces.
004576 77  end-of-handreg-sw    pic x value 'n'.
004576     88 end-of-handreg           value 'y'.
004576 77  rg-load-count        pic 9(4) binary value 0.
004576 77  rg-ix                pic 9(4) binary value 0.
004576 77  rg-found-sw          pic x value 'n'.
004576     88 rg-found                 value 'y'.
004576 01  rg-load-table.
004576     02  rg-load-entry occurs 20 times.
004576         03  rg-load-trancode pic x(8).
004576         03  rg-load-handler  pic x(8).
004576         03  rg-load-status   pic x.
004576         03  rg-load-effective
004576                              pic 9(8).
004576         03  rg-load-versions pic x(10).
004576 77  display-rt-status    pic x(6) value spaces.
004576
004576************************************************************
004576*            MESSAGE LAYOUT VERSION
004576************************************************************
004576*    The version is taken off the line header as each message
004576*    is received (and off the parked copy on a retry) and
004576*    judged against the versions HANDREG registers for the
004576*    trancode; a message in any other version is rejected
004576*    with reason 23 before its handler sees it.
004576 01  layout-version-hdr.
004576     02  lv-marker            pic x.
004576         88 lv-versioned             value 'V'.
004576     02  lv-version           pic x(2).
004576 77  layout-version       pic x(2) value spaces.
004576 77  layout-version-sw    pic x value 'y'.
004576     88 layout-version-ok        value 'y'.
004576 01  rt-current-versions  pic x(10) value spaces.
004576 01  rt-current-version-table redefines rt-current-versions.
004576     02  rt-current-version   pic x(2) occurs 5 times.
004576 77  lv-ix                pic 9(4) binary value 0.
004576 77  layout-registered-sw pic x value 'n'.
004576     88 layout-registered        value 'y'.
004576 77  layout-rejected-count
004576                          usage is comp-2 value 0.
004576 77  display-layout-rejected
004576                          pic zzz,zzz,zz9.
004576 77  display-rt-versions  pic x(14) value spaces.
004576
004576************************************************************
004576*            HELD TRANCODES (HOLDMSG DD)
004576************************************************************
004576*    A held trancode's messages are appended to HOLDMSG and
004576*    answered HELD; mprb05hr re-queues them once HANDREG has
004576*    the trancode active again.
004576 77  ws-hold-file-status  pic xx value spaces.
004576 77  held-tran-count      usage is comp-2 value 0.
004576 77  display-held-count   pic zzz,zzz,zz9.
004576
004576************************************************************
004576*            SECURITY AUDIT TRAIL (SECAUDIT DD)
004576************************************************************
004576*    Every operator command the region acts on is appended
004576*    to SECAUDIT with the region's job user ID and its state
004576*    before and after. Opened for each record, like HOLDMSG;
004576*    a SECAUDIT that will not open is reported on the console
004576*    and the command is acted on regardless - the region's
004576*    operators must keep control of it.
004576 77  ws-audit-file-status pic xx value spaces.
004576 77  ws-job-userid        pic x(8) value spaces.
004576 77  audit-action         pic x(8) value spaces.
004576 77  audit-before         pic x(30) value spaces.
004576 77  audit-after          pic x(30) value spaces.
004576 77  audit-result         pic x value 'S'.
004576 77  audit-reason         pic x(24) value spaces.
004577
004578     COPY HANDCOMM.
004579
045922*    totals are derived by summing the per-trancode entries,
045923*    one emission per distinct user/LTERM pair.
045924 77  ws-origin-sum        pic 9(9) value 0.
045924*    The LTERM the message in hand came in on, set beside
045924*    HC-ORIGIN-USERID for the reject records - the handler
045924*    interface carries no LTERM.
045924 77  ws-origin-lterm      pic x(8) value spaces.
045925 77  og-pair-seen-sw      pic x value 'n'.
045926     88 og-pair-seen             value 'y'.
004593 01  og-table.
004594*    Seven areas is the IMS CHKP/XRST maximum - adding more
004594*    state means packing it into an existing area's group.
004594 77  chkp-area-len-7      pic s9(4) comp.
045946************************************************************
045946*            POISON-MESSAGE QUARANTINE (POISON=nn)
045946************************************************************
045946*    A message that abends its handler is backed out with the
045946*    rest of the unit of work and delivered again after the
045946*    restart - where it abends the handler again, for as long
045946*    as the restarts go on. RESTCTL remembers which message
045946*    was in a handler at each abend; once the same one has
045946*    taken POISON= consecutive runs down it is set aside on
045946*    QUARANT instead of handed to its handler again, with a
045946*    console alert and a monitoring event. IMS transport only
045946*    - the MQ get is not backed out, so nothing comes round
045946*    again. POISON=00 turns quarantine off; a RESTCTL that
045946*    will not open is warned about and the run goes on
045946*    without it.
045946 77  ws-restart-ctl-status pic xx value spaces.
045946 77  ws-quarantine-file-status pic xx value spaces.
045946 77  restart-ctl-active-sw pic x value 'n'.
045946     88 restart-ctl-active       value 'y'.
045946 77  poison-limit         pic 9(2) value 3.
045946 77  poison-armed-sw      pic x value 'n'.
045946     88 poison-armed             value 'y'.
045946 77  poison-match-sw      pic x value 'n'.
045946     88 poison-match             value 'y'.
045946 77  quarantined-count    usage is comp-2 value 0.
045946 77  display-quarantined-count
045946                          pic zzz,zzz,zz9.
045946 77  display-suspect-count pic z,zz9.
045947 77  ws-restart-log-status pic xx value spaces.
045947*    The window a restart backs out, for HC-BACKOUT-WINDOW.
045947 01  backout-window.
045947     02  backout-from         pic x(16) value spaces.
045947     02  backout-to           pic x(16) value spaces.
045947 77  totals-at-checkpoint-sw pic x value 'n'.
045947     88 totals-at-checkpoint     value 'y'.
045931************************************************************
045932*            BATCH-WINDOW CUTOFF (CUTOFF=HHMM)
045933************************************************************
004624************************************************************
004627 77  ws-ctl-file-status   pic xx value spaces.
004628 77  ws-ctl-total         usage is comp-2 value 0.
004628 77  display-ctl-total    pic zzz,zzz,zz9.
004628 77  end-of-ctl-total-sw  pic x value 'n'.
004628     88 end-of-ctl-total         value 'y'.
004629
004630************************************************************
004631*            LIVE RUN-STATUS RECORD (for mprb05i inquiry)
010920*            message sequence number, then the replay marker
010930*            byte mprb05d sets when it re-queues a dead letter.
010940*            The application payload starts at IN-BODY.
010941*            A feeder on a versioned layout opens the body
010942*            with 'V' and the two-digit layout version
010943*            (02 up); a body without that marker is layout
010944*            version 01, the layouts from before versions
010945*            existed.
010950             04  IN-LINE1-HDR REDEFINES IN-LINE1.
010960                 05  IN-SEQ-NO       PIC 9(7).
010970                 05  IN-REPLAY-FLAG  PIC X.
010980                     88  in-replayed       VALUE 'R'.
010981                     88  in-partner        VALUE 'P'.
010990                 05  IN-BODY         PIC X(72).
010991                 05  IN-VERSION-HDR REDEFINES IN-BODY.
010992                     06  IN-VERSION-MARK PIC X.
010993                     06  IN-VERSION      PIC X(2).
010994                     06  FILLER          PIC X(69).
011000
011010* DATA AREA FOR THE CONFIRMATION REPLY TO THE SUBMITTER
011020 01  REPLY-AREA.
015132     accept ws-start-date from date yyyymmdd.
015134     accept ws-start-time from time.
015136     move ws-start-date to ws-business-date.
015137     call 'mprb05ju' using ws-job-userid.
015140
015141     perform read-profile-dataset
015142        thru end-read-profile-dataset.
015174        end-if
015177     end-if.
015170
015177     if is-restart
015177        perform log-restart
015177           thru end-log-restart
015177        move ci-start to backout-from
015177        move ws-start-date to backout-to (1:8)
015177        move ws-start-time to backout-to (9:8)
015177     end-if.
015177     move ws-start-date to ci-date.
015177     move ws-start-time to ci-time.
015177     move chkp-id to ci-chkp-id.
015170
015178     perform load-handler-registry
015179        thru end-load-handler-registry.
015180
015181     perform open-run-status
015182        thru end-open-run-status.
015190     if transport-is-ims
015191        perform open-auth-file
015192           thru end-open-auth-file
015192        perform open-restart-control
015192           thru end-open-restart-control
015193     end-if.
015194
015190     move 'RUN STARTED ' to ME-EVENT.
015408     end-if.
015409 end-open-auth-file.
015410     exit.
015410
154101************************************************************
154102*            OPEN-RESTART-CONTROL
154103*    Reads this program's RESTCTL record I-O, writing it the
154104*    first time. A record still marked in flight means the
154105*    previous run went down inside a handler - that message is
154106*    judged against the suspect before anything is read off
154107*    the queue. Held open for the run: every handler CALL
154108*    marks and unmarks the record.
154109************************************************************
154110
154111 open-restart-control.
154112     open i-o RESTART-CONTROL-FILE.
154113     if ws-restart-ctl-status not = '00'
154114        display "mprb05: *** RESTCTL NOT AVAILABLE (status "
154115           ws-restart-ctl-status ") - POISON-MESSAGE QUARANTINE "
154116           "NOT ACTIVE THIS RUN ***" upon console
154117     else
154118        move 'y' to restart-ctl-active-sw
154119        move ws-run-status-key to RC-PROGRAM
154120        read RESTART-CONTROL-FILE
154121           invalid key
154122              initialize RESTART-CONTROL-RECORD
154123              move ws-run-status-key to RC-PROGRAM
154124              move 'N' to RC-INFLIGHT-SW
154125              write RESTART-CONTROL-RECORD
154126           not invalid key
154127              perform judge-previous-run
154128                 thru end-judge-previous-run
154129              move 'N' to RC-INFLIGHT-SW
154130              rewrite RESTART-CONTROL-RECORD
154131        end-read
154132     end-if.
154133 end-open-restart-control.
154134     exit.
154135
154136************************************************************
154137*            JUDGE-PREVIOUS-RUN
154138*    A clean end leaves nothing in flight and clears the
154139*    count. Otherwise the message in flight is the suspect:
154140*    the same trancode and line as last time adds one to the
154141*    count, anything else starts a new count. Reaching the
154142*    POISON= limit arms the quarantine for this run.
154143************************************************************
154144
154145 judge-previous-run.
154146     if not RC-MSG-IN-FLIGHT
154147        move 0 to RC-SUSPECT-COUNT
154148     else
154149        if RC-SUSPECT-COUNT > 0
154150           and RC-INFLIGHT-TRANCODE = RC-SUSPECT-TRANCODE
154151           and RC-INFLIGHT-LINE = RC-SUSPECT-LINE
154152           add 1 to RC-SUSPECT-COUNT
154153        else
154154           move RC-INFLIGHT to RC-SUSPECT
154155           move 1 to RC-SUSPECT-COUNT
154156           move ws-start-date to RC-FIRST-RESTART-DATE
154157           move ws-start-time to RC-FIRST-RESTART-TIME
154158        end-if
154159        move ws-start-date to RC-LAST-RESTART-DATE
154160        move ws-start-time to RC-LAST-RESTART-TIME
154161        move chkp-id to RC-RESTART-CHKP-ID
154162        move RC-SUSPECT-COUNT to display-suspect-count
154163        display "mprb05: previous run ended inside "
154164           RC-SUSPECT-HANDLER " with " RC-SUSPECT-TRANCODE
154165           " sequence " RC-SUSPECT-LINE (1:7) " - "
154166           display-suspect-count " run(s) in a row" upon console
154167        move 'ABEND NOTED ' to ME-EVENT
154168        move RC-SUSPECT-COUNT to ME-TOTAL-COUNT
154169        perform publish-monitor-event
154170           thru end-publish-monitor-event
154171        if poison-limit > 0
154172           and RC-SUSPECT-COUNT not < poison-limit
154173           move 'y' to poison-armed-sw
154174           display "mprb05: *** POISON MESSAGE *** "
154175              RC-SUSPECT-TRANCODE " sequence "
154176              RC-SUSPECT-LINE (1:7)
154177              " WILL BE QUARANTINED ON DELIVERY" upon console
154178        end-if
154179     end-if.
154180 end-judge-previous-run.
154181     exit.
154182
154183************************************************************
154184*            NOTE-MESSAGE-IN-FLIGHT / CLEAR-MESSAGE-IN-FLIGHT
154185*    Either side of every handler CALL. The REWRITE goes to
154186*    VSAM straight away, outside the IMS unit of work, so the
154187*    mark is still there if the handler takes the run down.
154188************************************************************
154189
154190 note-message-in-flight.
154191     if restart-ctl-active
154192        move 'Y' to RC-INFLIGHT-SW
154193        accept RC-INFLIGHT-DATE from date yyyymmdd
154194        accept RC-INFLIGHT-TIME from time
154195        move chkp-id to RC-INFLIGHT-CHKP-ID
154196        move rt-current-handler to RC-INFLIGHT-HANDLER
154197        move HC-ORIGIN-USERID to RC-INFLIGHT-USERID
154198        move HC-TRANCODE to RC-INFLIGHT-TRANCODE
154199        move HC-MESSAGE-LINE to RC-INFLIGHT-LINE
154200        rewrite RESTART-CONTROL-RECORD
154201     end-if.
154202 end-note-message-in-flight.
154203     exit.
154204
154205 clear-message-in-flight.
154206     if restart-ctl-active
154207        move 'N' to RC-INFLIGHT-SW
154208        rewrite RESTART-CONTROL-RECORD
154209     end-if.
154210 end-clear-message-in-flight.
154211     exit.
154212
154213************************************************************
154214*            CHECK-POISON-MESSAGE
154215*    Only while armed: the suspect's trancode and line, byte
154216*    for byte, is the message that keeps taking the run down.
154217************************************************************
154218
154219 check-poison-message.
154220     move 'n' to poison-match-sw.
154221     if poison-armed
154222        and HC-TRANCODE = RC-SUSPECT-TRANCODE
154223        and HC-MESSAGE-LINE = RC-SUSPECT-LINE
154224        move 'y' to poison-match-sw
154225     end-if.
154226 end-check-poison-message.
154227     exit.
154228
154229************************************************************
154230*            QUARANTINE-MESSAGE
154231*    Appends the poison message to QUARANT with what RESTCTL
154232*    knows about its abends, in place of the handler CALL. A
154233*    QUARANT that will not open puts it on REJECTS under the
154234*    same reason code instead - it must not go to the handler
154235*    again either way. Once taken off the queue it is no
154236*    longer a suspect: disarmed and the count cleared.
154237************************************************************
154238
154239 quarantine-message.
154240     open extend QUARANTINE-FILE.
154241     if ws-quarantine-file-status not = '00'
154242        display "mprb05: unable to open QUARANT, status "
154243           ws-quarantine-file-status upon console
154244        if ws-reject-file-status = '00'
154245           move spaces to REJECT-RECORD
154246           move ws-business-date to RJ-DATE
154247           accept RJ-TIME from time
154248           move '21' to RJ-REASON-CODE
154249           move 'QUARANTINED' to RJ-REASON-TEXT
154250           move HC-TRANCODE to RJ-TRANCODE
154251           move 0 to RJ-LL
154252           move HC-MESSAGE-LINE to RJ-LINE
154253           move HC-ORIGIN-USERID to RJ-USERID
154253           move ws-origin-lterm to RJ-LTERM
154253           move chkp-interval to RJ-INTERVAL
154254           write REJECT-RECORD
154255        end-if
154256     else
154257        move spaces to QUARANTINE-RECORD
154258        move ws-business-date to QR-DATE
154259        accept QR-TIME from time
154260        move ws-run-status-key to QR-PROGRAM
154261        move HC-TRANCODE to QR-TRANCODE
154262        move HC-ORIGIN-USERID to QR-USERID
154263        move RC-SUSPECT-HANDLER to QR-HANDLER
154264        move RC-SUSPECT-COUNT to QR-ABEND-COUNT
154265        move RC-FIRST-RESTART-DATE to QR-FIRST-RESTART-DATE
154266        move RC-FIRST-RESTART-TIME to QR-FIRST-RESTART-TIME
154267        move RC-LAST-RESTART-DATE to QR-LAST-RESTART-DATE
154268        move RC-LAST-RESTART-TIME to QR-LAST-RESTART-TIME
154269        move RC-RESTART-CHKP-ID to QR-RESTART-CHKP-ID
154270        move RC-SUSPECT-DATE to QR-RECEIVED-DATE
154271        move RC-SUSPECT-TIME to QR-RECEIVED-TIME
154272        move HC-SEGMENT-COUNT to QR-SEGMENT-COUNT
154273        move HC-MESSAGE-LINE to QR-LINE
154274        write QUARANTINE-RECORD
154275        close QUARANTINE-FILE
154276     end-if.
154277     set HC-QUARANTINED to true.
154278     move 'QUARANTINED' to HC-REASON.
154279     add 1 to quarantined-count.
154280     display "mprb05: *** QUARANTINED *** " HC-TRANCODE
154281        " sequence " HC-MESSAGE-LINE (1:7) " after "
154282        display-suspect-count " abend(s) in " RC-SUSPECT-HANDLER
154283        upon console.
154284     move 'QUARANTINED ' to ME-EVENT.
154285     move RC-SUSPECT-COUNT to ME-TOTAL-COUNT.
154286     perform publish-monitor-event
154287        thru end-publish-monitor-event.
154288     move 'n' to poison-armed-sw.
154289     if restart-ctl-active
154290        move 0 to RC-SUSPECT-COUNT
154291        rewrite RESTART-CONTROL-RECORD
154292     end-if.
154293 end-quarantine-message.
154294     exit.
154294
154295************************************************************
154295*            HOLD-MESSAGE
154295*    Appends the message of a held trancode to HOLDMSG, root
154295*    line then its dependent segments, in place of the
154295*    handler CALL. A HOLDMSG that will not open puts the root
154295*    on REJECTS under reason code 22 instead, for mprb05e to
154295*    resubmit once the trancode reopens - the handler is not
154295*    to see it while the trancode is held either way.
154295************************************************************
154295
154295 hold-message.
154295     open extend HOLD-FILE.
154295     if ws-hold-file-status not = '00'
154295        display "mprb05: unable to open HOLDMSG, status "
154295           ws-hold-file-status upon console
154295        if ws-reject-file-status = '00'
154295           move spaces to REJECT-RECORD
154295           move ws-business-date to RJ-DATE
154295           accept RJ-TIME from time
154295           move '22' to RJ-REASON-CODE
154295           move 'TRANCODE HELD' to RJ-REASON-TEXT
154295           move HC-TRANCODE to RJ-TRANCODE
154295           move 0 to RJ-LL
154295           move HC-MESSAGE-LINE to RJ-LINE
154295           move HC-ORIGIN-USERID to RJ-USERID
154295           move ws-origin-lterm to RJ-LTERM
154295           move chkp-interval to RJ-INTERVAL
154295           write REJECT-RECORD
154295        end-if
154295     else
154295        move spaces to HELD-MESSAGE-RECORD
154295        move HC-TRANCODE to HM-TRANCODE
154295        move ws-business-date to HM-DATE
154295        accept HM-TIME from time
154295        set HM-IS-ROOT to true
154295        move 0 to HM-SEGMENT-SEQ
154295        move HC-SEGMENT-COUNT to HM-SEGMENT-COUNT
154295        move HC-MESSAGE-LINE to HM-DATA
154295        move HC-ORIGIN-USERID to HM-USERID
154295        move chkp-interval to HM-INTERVAL
154295        write HELD-MESSAGE-RECORD
154295        perform varying rt-seg-idx from 1 by 1
154295           until rt-seg-idx > HC-SEGMENT-COUNT
154295           set HM-IS-SEGMENT to true
154295           move rt-seg-idx to HM-SEGMENT-SEQ
154295           move HC-SEGMENT-DATA (rt-seg-idx) to HM-DATA
154295           write HELD-MESSAGE-RECORD
154295        end-perform
154295        close HOLD-FILE
154295     end-if.
154295     set HC-HELD to true.
154295     move 'TRANCODE HELD' to HC-REASON.
154295     add 1 to held-tran-count.
154295 end-hold-message.
154295     exit.
015399

015391 check-restart.
015408     end-if.
015409 end-check-restart.
015410     exit.
015410
154100************************************************************
154100*            LOG-RESTART
154100*    One RESTLOG record per restart: when this run started and
154100*    the checkpoint it resumed from, with the moment that
154100*    checkpoint was taken (restored with area 2). Everything
154100*    the earlier run(s) appended between those two moments is
154100*    being done again now - mprb05rr takes it out. A restart
154100*    that cannot be logged is shouted about: the duplicates
154100*    are then left for somebody to remove by hand.
154100************************************************************
154100
154100 log-restart.
154100     open extend RESTART-LOG-FILE.
154100     if ws-restart-log-status not = '00'
154100        display "mprb05: *** RESTLOG NOT AVAILABLE (status "
154100           ws-restart-log-status ") - RESTART FROM CHECKPOINT "
154100           chkp-id " NOT LOGGED, DUPLICATES AFTER IT MUST BE "
154100           "REMOVED BY HAND ***" upon console
154100     else
154100        move spaces to RESTART-LOG-RECORD
154100        move ws-run-status-key to RL-PROGRAM
154100        move ws-start-date to RL-RESTART-DATE
154100        move ws-start-time to RL-RESTART-TIME
154100        move chkp-id to RL-CHKP-ID
154100        move ci-date to RL-CHKP-DATE
154100        move ci-time to RL-CHKP-TIME
154100        move ws-business-date to RL-BUSINESS-DATE
154100        write RESTART-LOG-RECORD
154100        close RESTART-LOG-FILE
154100     end-if.
154100 end-log-restart.
154100     exit.
015411
015500 parse-parm-area.
015510*    Defaults already set in WORKING-STORAGE cover a blank or
016010           move ws-parm-val(1:5) to prio-age-seconds
016010        when 'MONITOR'
016010           move ws-parm-val(1:1) to monitor-switch
016010        when 'POISON'
016010           move ws-parm-val(1:2) to poison-limit
016011        when 'INSTANCE'
016012           move ws-parm-val(1:2) to ws-instance-id
016013           move ws-instance-id to ws-run-status-key (7:2)
016121     exit.
016040
016041************************************************************
016041*            LOAD-HANDLER-REGISTRY
016041*    For each trancode the record in force is the one with
016041*    the latest effective date not after the business date;
016041*    records dated later are waiting for their night. A
016041*    record with a status other than A or H, or no handler
016041*    name, is refused on the console and the trancode left
016041*    to any other record for it.
016041************************************************************
016041
016041 load-handler-registry.
016041     move 0 to rg-load-count.
016041     move 'n' to end-of-handreg-sw.
016041     open input HANDLER-REGISTRY-FILE.
016041     if ws-handreg-file-status not = '00'
016041        display "mprb05: no HANDREG dataset (status "
016041           ws-handreg-file-status ")" upon console
016041     else
016041        perform read-one-registry-record
016041           thru end-read-one-registry-record
016041           until end-of-handreg
016041        close HANDLER-REGISTRY-FILE
016041     end-if.
016041     evaluate true
016041        when rg-load-count > 0
016041           move rg-load-count to rt-entry-count
016041           perform varying rg-ix from 1 by 1
016041              until rg-ix > rg-load-count
016041              move rg-load-trancode (rg-ix) to rt-trancode (rg-ix)
016041              move rg-load-handler (rg-ix) to rt-handler (rg-ix)
016041              move rg-load-status (rg-ix) to rt-status (rg-ix)
016041              move rg-load-effective (rg-ix)
016041                 to rt-effective-date (rg-ix)
016041              move rg-load-versions (rg-ix)
016041                 to rt-layout-versions (rg-ix)
016041           end-perform
016041        when rt-entry-count = 0
016041           display "mprb05: *** HANDREG NOT USABLE - BUILT-IN "
016041              "HANDLER REGISTRY IN USE ***" upon console
016041           perform init-handler-registry
016041              thru end-init-handler-registry
016041        when other
016041           display "mprb05: *** HANDREG NOT USABLE - HANDLER "
016041              "REGISTRY LEFT AS IT WAS ***" upon console
016041     end-evaluate.
016041     perform varying rt-ix from 1 by 1
016041        until rt-ix > rt-entry-count
016041        if rt-is-held (rt-ix)
016041           move 'HELD' to display-rt-status
016041        else
016041           move 'ACTIVE' to display-rt-status
016041        end-if
016041        move spaces to display-rt-versions
016041        string rt-layout-version (rt-ix 1) ' '
016041           rt-layout-version (rt-ix 2) ' '
016041           rt-layout-version (rt-ix 3) ' '
016041           rt-layout-version (rt-ix 4) ' '
016041           rt-layout-version (rt-ix 5)
016041           delimited by size into display-rt-versions
016041        display "mprb05: trancode " rt-trancode (rt-ix)
016041           " -> " rt-handler (rt-ix) " " display-rt-status
016041           " layouts " display-rt-versions
016041           upon console
016041     end-perform.
016041 end-load-handler-registry.
016041     exit.
016041
016041 read-one-registry-record.
016041     read HANDLER-REGISTRY-FILE
016041        at end
016041           set end-of-handreg to true
016041        not at end
016041           evaluate true
016041              when RG-TRANCODE (1:1) = '*'
016041                 or HANDLER-REGISTRY-RECORD = spaces
016041                 continue
016041              when RG-HANDLER = spaces
016041                 or not (RG-IS-ACTIVE or RG-IS-HELD)
016041                 or RG-EFFECTIVE-DATE not numeric
016041                 display "mprb05: HANDREG record refused: "
016041                    HANDLER-REGISTRY-RECORD (1:40) upon console
016041              when RG-EFFECTIVE-DATE > ws-business-date
016041                 continue
016041              when other
016041                 perform store-registry-record
016041                    thru end-store-registry-record
016041           end-evaluate
016041     end-read.
016041     if ws-handreg-file-status not = '00'
016041        and ws-handreg-file-status not = '10'
016041        display "mprb05: HANDREG read error, status "
016041           ws-handreg-file-status upon console
016041        move 0 to rg-load-count
016041        set end-of-handreg to true
016041     end-if.
016041 end-read-one-registry-record.
016041     exit.
016041
016041 store-registry-record.
016041     move 'n' to rg-found-sw.
016041     perform varying rg-ix from 1 by 1
016041        until rg-ix > rg-load-count or rg-found
016041        if rg-load-trancode (rg-ix) = RG-TRANCODE
016041           set rg-found to true
016041        end-if
016041     end-perform.
016041     if rg-found
016041        subtract 1 from rg-ix
016041        if RG-EFFECTIVE-DATE not < rg-load-effective (rg-ix)
016041           move RG-HANDLER to rg-load-handler (rg-ix)
016041           move RG-STATUS to rg-load-status (rg-ix)
016041           move RG-EFFECTIVE-DATE to rg-load-effective (rg-ix)
016041           perform store-registry-versions
016041              thru end-store-registry-versions
016041        end-if
016041     else
016041        if rg-load-count < rt-max-entries
016041           add 1 to rg-load-count
016041           move RG-TRANCODE to rg-load-trancode (rg-load-count)
016041           move RG-HANDLER to rg-load-handler (rg-load-count)
016041           move RG-STATUS to rg-load-status (rg-load-count)
016041           move RG-EFFECTIVE-DATE
016041              to rg-load-effective (rg-load-count)
016041           move rg-load-count to rg-ix
016041           perform store-registry-versions
016041              thru end-store-registry-versions
016041        else
016041           display "mprb05: handler registry full, trancode "
016041              RG-TRANCODE " dropped" upon console
016041        end-if
016041     end-if.
016041 end-store-registry-record.
016041     exit.
016041
016041*    No versions listed is version 01 alone - the records keyed
016041*    before the list existed.
016041 store-registry-versions.
016041     if RG-LAYOUT-VERSIONS = spaces
016041        move '01' to rg-load-versions (rg-ix)
016041     else
016041        move RG-LAYOUT-VERSIONS to rg-load-versions (rg-ix)
016041     end-if.
016041 end-store-registry-versions.
016041     exit.
016041
016041************************************************************
016042*            INIT-HANDLER-REGISTRY
016043*    One registry entry per trancode this program knows how to
016044*    process; the handler name is the subprogram route-transaction
016045*    CALLs. Adding a trancode to the system means adding its
016046*    handler program and one pair of moves here. These are
016046*    the built-in pairs, all active on layout version 01, used
016046*    only when HANDREG gives nothing usable at initialise.
016047************************************************************
016048
016050 init-handler-registry.
016051     move 5 to rt-entry-count.
016052     move 'PAYMENT '  to rt-trancode (1).
016053     move 'mprb05p1' to rt-handler (1).
016054     move 'ORDER   '  to rt-trancode (2).
016055     move 'mprb05p2' to rt-handler (2).
016056     move 'ADDRCHG '  to rt-trancode (3).
016057     move 'mprb05p3' to rt-handler (3).
016057     move 'REFUND  '  to rt-trancode (4).
016057     move 'mprb05p4' to rt-handler (4).
016057     move 'ORDCANC '  to rt-trancode (5).
016057     move 'mprb05p5' to rt-handler (5).
016057     perform varying rt-ix from 1 by 1
016057        until rt-ix > rt-entry-count
016057        move 'A' to rt-status (rt-ix)
016057        move 0 to rt-effective-date (rt-ix)
016057        move '01' to rt-layout-versions (rt-ix)
016057     end-perform.
016058 end-init-handler-registry.
016059     exit.
016100
016932           evaluate true
016933              when in-replayed
016934                 add 1 to replayed-tran-count
016934              when in-partner
016934                 add 1 to partner-tran-count
169341*             The high-water contract is one ascending feeder
169342*             stream; the priority destination splits that
169343*             stream, so its messages sit out the check the
017539           perform validate-input-message
017540              thru end-validate-input-message
017541           if message-valid
017541              move IN-VERSION-HDR to layout-version-hdr
017541              perform derive-layout-version
017541                 thru end-derive-layout-version
017542              perform read-composite-segments
017543                 thru end-read-composite-segments
017544              perform route-transaction
175402           perform validate-input-message
175403              thru end-validate-input-message
175404           if message-valid
175404              move IN-VERSION-HDR to layout-version-hdr
175404              perform derive-layout-version
175404                 thru end-derive-layout-version
175405              move 0 to gn-segment-count
175406              perform route-transaction
175407                 thru end-route-transaction
017558        perform validate-input-message
017559           thru end-validate-input-message
017560        if message-valid
017560           move IN-VERSION-HDR to layout-version-hdr
017560           perform derive-layout-version
017560              thru end-derive-layout-version
017561*          No dependent segments on this transport - clear the
017562*          composite table so the handler sees only the root
017563*          line.
017600
017610 accumulate-trancode-count.
017611     move 'n' to tc-found-sw.
017611     move 0 to tc-idx.
017612     if tc-entry-count > 0
017613        perform varying tc-ix from 1 by 1
017614           until tc-ix > tc-entry-count or tc-found
017615           if tc-code (tc-ix) = IN-TRANCODE
017616              add 1 to tc-count (tc-ix)
017616              set tc-idx to tc-ix
176161             if msg-age-valid
176162                add 1 to tc-age-count (tc-ix)
176163                add msg-age-seconds to tc-age-sum (tc-ix)
017622        add 1 to tc-entry-count
017623        move IN-TRANCODE to tc-code (tc-entry-count)
017624        move 1 to tc-count (tc-entry-count)
176240        move tc-entry-count to tc-idx
176240        perform varying lv-ix from 1 by 1 until lv-ix > 4
176240           move spaces to tc-layout-version (tc-idx lv-ix)
176240           move 0 to tc-layout-count (tc-idx lv-ix)
176240        end-perform
176241       if msg-age-valid
176242          move 1 to tc-age-count (tc-entry-count)
176243          move msg-age-seconds to tc-age-sum (tc-entry-count)
017628              " for " IN-TRANCODE upon console
017629        end-if
017630     end-if.
017629     if tc-idx > 0
017629        perform count-layout-version
017629           thru end-count-layout-version
017629     end-if.
017630 end-accumulate-trancode-count.
017640     exit.
176401
176402*    Into the trancode's slot for the version, or the first
176403*    free one; with all four taken the message is counted
176404*    under the trancode alone.
176405 count-layout-version.
176406     move 'n' to tc-found-sw.
176407     perform varying lv-ix from 1 by 1
176408        until lv-ix > 4 or tc-found
176409        evaluate true
176410           when tc-layout-version (tc-idx lv-ix) = layout-version
176411              add 1 to tc-layout-count (tc-idx lv-ix)
176412              set tc-found to true
176413           when tc-layout-version (tc-idx lv-ix) = spaces
176414              move layout-version
176415                 to tc-layout-version (tc-idx lv-ix)
176416              move 1 to tc-layout-count (tc-idx lv-ix)
176417              set tc-found to true
176418        end-evaluate
176419     end-perform.
176420 end-count-layout-version.
176421     exit.
176422
176423************************************************************
176424*            DERIVE-LAYOUT-VERSION
176425*    From the three bytes after the replay marker, moved into
176426*    layout-version-hdr by the caller. 'V' and two digits is a
176427*    versioned layout; anything else is a body on version 01
176428*    (a city may well start with a V, never with V and two
176429*    digits). 00 and 01 are never sent with the marker, so a
176430*    line carrying them is malformed rather than version 01.
176431************************************************************
176432 derive-layout-version.
176433     move 'y' to layout-version-sw.
176434     if lv-versioned and lv-version numeric
176435        move lv-version to layout-version
176436        if lv-version < '02'
176437           move 'n' to layout-version-sw
176438        end-if
176439     else
176440        move '01' to layout-version
176441     end-if.
176442 end-derive-layout-version.
176443     exit.
176401
176380************************************************************
176381*            COMPUTE-MESSAGE-AGE
176382*    Queue transit time for the message just pulled: seconds
017701        when RS-CMD-STOP
017702           display "mprb05: operator requested "
017703              "stop-after-checkpoint" upon console
017704           move 'RUNNING' to audit-before
017704           if not transport-is-mq
017705              perform take-checkpoint
017706                 thru end-take-checkpoint
017706              move spaces to audit-after
017706              string 'STOPPING AFTER CHKP ' chkp-id
017706                 delimited by size into audit-after
017706           else
017706              move 'STOPPING' to audit-after
017707           end-if
017708           move 'y' to stop-requested-sw
017708           move RS-OPERATOR-CMD to audit-action
017709           perform clear-operator-command
017710              thru end-clear-operator-command
017710           perform write-security-audit
017710              thru end-write-security-audit
017711        when RS-CMD-CHKP
017712           display "mprb05: operator requested checkpoint-now"
017713              upon console
017713           move 'RUNNING' to audit-before
017714           if not transport-is-mq
017715              perform take-checkpoint
017716                 thru end-take-checkpoint
017716              move spaces to audit-after
017716              string 'CHECKPOINT ' chkp-id
017716                 delimited by size into audit-after
017716           else
017716              move 'RUNNING' to audit-after
017716              move 'F' to audit-result
017716              move 'NO CHECKPOINT ON MQ' to audit-reason
017717           end-if
017717           move RS-OPERATOR-CMD to audit-action
017718           perform clear-operator-command
017719              thru end-clear-operator-command
017719           perform write-security-audit
017719              thru end-write-security-audit
017720        when RS-CMD-PAUSE
017721           perform pause-until-resume
017722              thru end-pause-until-resume
017736 pause-until-resume.
017737     display "mprb05: paused by operator, polling for RESUME"
017738        upon console.
017738     move 'PAUSE' to audit-action.
017738     move 'RUNNING' to audit-before.
017738     move 'PAUSED' to audit-after.
017738     perform write-security-audit
017738        thru end-write-security-audit.
017739     perform with test after
017740        until not RS-CMD-PAUSE
017741        move pause-poll-msec to delay-msec
017753           rewrite RUN-STATUS-RECORD
017754        end-if
017755     end-perform.
017748     move 'PAUSED' to audit-before.
017748     if RS-CMD-STOP
017749        display "mprb05: stop requested while paused"
017750           upon console
017750        move 'STOPCHKP' to audit-action
017750        move 'STOPPING' to audit-after
017751        if not transport-is-mq
017752           perform take-checkpoint
017753              thru end-take-checkpoint
017753           move spaces to audit-after
017753           string 'STOPPING AFTER CHKP ' chkp-id
017753              delimited by size into audit-after
017754        end-if
017755        move 'y' to stop-requested-sw
017756     else
017757        display "mprb05: resumed by operator" upon console
017757        move 'RESUME' to audit-action
017757        move 'RUNNING' to audit-after
017758     end-if.
017759     perform clear-operator-command
017760        thru end-clear-operator-command.
017760     perform write-security-audit
017760        thru end-write-security-audit.
017761 end-pause-until-resume.
017762     exit.
017763
017770     end-if.
017771 end-clear-operator-command.
017770     exit.
017770
017770************************************************************
017770*            WRITE-SECURITY-AUDIT
017770*    One SECAUDIT record for the command just acted on, from
017770*    audit-action/-before/-after; the result fields are reset
017770*    to succeeded for the next one.
017770************************************************************
017770
017770 write-security-audit.
017770     open extend SECURITY-AUDIT-FILE.
017770     if ws-audit-file-status not = '00'
017770        display "mprb05: unable to open SECAUDIT, status "
017770           ws-audit-file-status " - " audit-action
017770           " not audited" upon console
017770     else
017770        move spaces to SECURITY-AUDIT-RECORD
017770        accept SA-DATE from date yyyymmdd
017770        accept SA-TIME from time
017770        move ws-job-userid to SA-JOB-USERID
017770        move 'mprb05' to SA-PROGRAM
017770        set SA-IS-COMMAND-ACTED to true
017770        move audit-action to SA-ACTION
017770        move ws-run-status-key to SA-TARGET-PROGRAM
017770        move audit-before to SA-BEFORE-VALUE
017770        move audit-after to SA-AFTER-VALUE
017770        move audit-result to SA-RESULT
017770        move audit-reason to SA-REASON
017770        write SECURITY-AUDIT-RECORD
017770        if ws-audit-file-status not = '00'
017770           display "mprb05: SECAUDIT write failed, status "
017770              ws-audit-file-status upon console
017770        end-if
017770        close SECURITY-AUDIT-FILE
017770     end-if.
017770     move 'S' to audit-result.
017770     move spaces to audit-reason.
017770 end-write-security-audit.
017770     exit.
017771

176971************************************************************
177046     accept ws-business-date from date yyyymmdd.
177047     display "mprb05: business date is now "
177048        ws-business-date upon console.
177048*    A HANDREG change dated for the new day takes effect now.
177048     perform load-handler-registry
177048        thru end-load-handler-registry.
177049     move 'ROLLOVER    ' to ME-EVENT.
177050     move all-tran-count to ME-TOTAL-COUNT.
177051     perform publish-monitor-event
176078************************************************************
176079*            WRITE-REJECT-RECORD
176080*    One record per rejected message, whatever stage caught
176081*    it - content validation (codes 01-04) or routing (05/06,
176081*    or the handler's own code from 08 up).
176082************************************************************
176083 write-reject-record.
176085     if ws-reject-file-status = '00'
176091        move IN-TRANCODE to RJ-TRANCODE
176092        move IN-LL to RJ-LL
176093        move IN-LINE1 to RJ-LINE
176093*       Submitter from whichever PCB delivered the message, as
176093*       route-transaction does for HC-ORIGIN-USERID.
176093        evaluate true
176093           when transport-is-ims and priority-taken
176093              move PCB-USERID of pripcb to RJ-USERID
176093              move PCB-LTERM-NAME of pripcb to RJ-LTERM
176093           when transport-is-ims
176093              move PCB-USERID of iopcb to RJ-USERID
176093              move PCB-LTERM-NAME of iopcb to RJ-LTERM
176093           when other
176093              move spaces to RJ-USERID
176093        end-evaluate
176093        move chkp-interval to RJ-INTERVAL
176094        write REJECT-RECORD
176095     end-if.
176096 end-write-reject-record.
017653           until rt-ix > rt-entry-count or rt-found
017654           if rt-trancode (rt-ix) = IN-TRANCODE
017655              move rt-handler (rt-ix) to rt-current-handler
017655              move rt-status (rt-ix) to rt-current-status
017655              move rt-layout-versions (rt-ix)
017655                 to rt-current-versions
017656              set rt-found to true
017657           end-if
017658        end-perform
017660     if rt-found
017661        perform build-handler-comm
017662           thru end-build-handler-comm
017662        perform check-layout-version
017662           thru end-check-layout-version
017662        perform check-poison-message
017662           thru end-check-poison-message
017662        evaluate true
017662           when rt-current-held
017662              perform hold-message
017662                 thru end-hold-message
017662           when not layout-registered
017662              perform reject-layout-version
017662                 thru end-reject-layout-version
017662           when poison-match
017662              perform quarantine-message
017662                 thru end-quarantine-message
017662           when other
017662              perform note-message-in-flight
017662                 thru end-note-message-in-flight
017663              call rt-current-handler using HANDLER-COMM
017663              perform clear-message-in-flight
017663                 thru end-clear-message-in-flight
017663        end-evaluate
017664        evaluate true
176670*          Set aside on QUARANT after repeated abends - already
176670*          counted and alerted by quarantine-message.
176670           when HC-QUARANTINED
176670              continue
176670*          Parked on HOLDMSG while the trancode is held -
176670*          counted by hold-message.
176670           when HC-HELD
176670              continue
017665           when HC-PROCESSED-OK
017666              perform write-capture-detail
017667                 thru end-write-capture-detail
176673*          reject record and no capture record.
176674           when HC-SUSPENDED
176675              add 1 to suspended-tran-count
176676*          Accepted for a later value date - captured when
176677*          the release batch brings it back, not now.
176677           when HC-WAREHOUSED
176677              add 1 to warehoused-tran-count
176677*          Held for a supervisor over the submitter's limits -
176677*          captured if it comes back approved.
176677           when HC-REFERRED
176677              add 1 to referred-tran-count
176676*          Our infrastructure failed, not the message - park
176677*          it for the in-run retries.
176678           when HC-INFRA-FAIL
017680     move gn-segment-count to HC-SEGMENT-COUNT.
017681     move '00' to HC-STATUS.
017682     move spaces to HC-REASON.
017682     move spaces to HC-REJECT-CODE.
017683     set HC-FUNC-PROCESS to true.
176821*    Origin for the handler's own records (the PAYMENT posting
176822*    file) - only the IMS transport carries a user ID.
176823     evaluate true
176824        when transport-is-ims and priority-taken
176825           move PCB-USERID of pripcb to HC-ORIGIN-USERID
176825           move PCB-LTERM-NAME of pripcb to ws-origin-lterm
176826        when transport-is-ims
176827           move PCB-USERID of iopcb to HC-ORIGIN-USERID
176827           move PCB-LTERM-NAME of iopcb to ws-origin-lterm
176828        when other
176829           move spaces to HC-ORIGIN-USERID
176829           move spaces to ws-origin-lterm
176830     end-evaluate.
176828     move IN-LINE1 (1:7) to HC-SEQ-NO.
176829     move dup-window-seconds to HC-DUP-WINDOW-SEC.
176830     move ws-business-date to HC-BUSINESS-DATE.
176830     move chkp-interval to HC-INTERVAL.
176830     move backout-window to HC-BACKOUT-WINDOW.
176830     move layout-version to HC-LAYOUT-VERSION.
017683     perform varying rt-seg-idx from 1 by 1
017684        until rt-seg-idx > gn-segment-count
017685        move cm-data (rt-seg-idx)
017687     end-perform.
017688 end-build-handler-comm.
017689     exit.
017689
017689*    The version taken off the line header at receive must be
017689*    one HANDREG lists for the trancode.
017689 check-layout-version.
017689     move 'n' to layout-registered-sw.
017689     if layout-version-ok
017689        perform varying lv-ix from 1 by 1
017689           until lv-ix > 5 or layout-registered
017689           if rt-current-version (lv-ix) = layout-version
017689              set layout-registered to true
017689           end-if
017689        end-perform
017689     end-if.
017689 end-check-layout-version.
017689     exit.
017689
017689*    Set up for the reject path in place of the CALL, with
017689*    reason 23 - the handler would misread a layout it was
017689*    never registered for.
017689 reject-layout-version.
017689     add 1 to layout-rejected-count.
017689     display "mprb05: " IN-TRANCODE " layout version "
017689        layout-version " not registered" upon console.
017689     set HC-REJECTED to true.
017689     move '23' to HC-REJECT-CODE.
017689     move 'LAYOUT VERSION' to HC-REASON.
017689 end-reject-layout-version.
017689     exit.
017690
176901************************************************************
176902*            CHECK-AUTHORIZATION
017701        " - " HC-REASON upon console.
017702     if rt-found
017703        move '06' to reject-reason-code
017703*       A handler that names its own reason code (08 and up)
017703*       is taken at its word - the generic 06 is for the
017703*       handlers that do not.
017703        if HC-REJECT-CODE not = spaces
017703           move HC-REJECT-CODE to reject-reason-code
017703        end-if
017704     else
017705        move '05' to reject-reason-code
017706     end-if.
177125        move 0 to CD-SEGMENT-SEQ
177126        move gn-segment-count to CD-SEGMENT-COUNT
177127        move HC-MESSAGE-LINE to CD-DATA
177127        move HC-ORIGIN-USERID to CD-USERID
177127        move chkp-interval to CD-INTERVAL
177127        move HC-LAYOUT-VERSION to CD-LAYOUT-VERSION
177128        write CAPTURE-RECORD
177129        perform varying rt-seg-idx from 1 by 1
177130           until rt-seg-idx > gn-segment-count
177251       when HC-SUSPENDED or HC-INFRA-FAIL
177252          move ' SUSPENDED' to RP-INDICATOR
177253          move HC-REASON to RP-REASON
177254       when HC-WAREHOUSED
177254          move 'WAREHOUSED' to RP-INDICATOR
177254          move HC-REASON to RP-REASON
177255       when HC-REFERRED
177255          move ' REFERRED ' to RP-INDICATOR
177255          move HC-REASON to RP-REASON
177256       when HC-QUARANTINED
177256          move 'QUARANTINE' to RP-INDICATOR
177256          move HC-REASON to RP-REASON
177256       when HC-HELD
177256          move '   HELD   ' to RP-INDICATOR
177256          move HC-REASON to RP-REASON
017726        when other
017727           move ' REJECTED ' to RP-INDICATOR
017728           move HC-REASON to RP-REASON
017688     exit.
017669
017670 take-checkpoint.
017670*    Handler totals for the interval now closing go to BUSTOT
017670*    first, under that interval - the handlers' accumulators
017670*    are not in the CHKP areas, so anything left in them would
017670*    go down with an abend after this checkpoint.
017670     move 'y' to totals-at-checkpoint-sw.
017670     perform collect-handler-totals
017670        thru end-collect-handler-totals.
017670     move 'n' to totals-at-checkpoint-sw.
017671     move all-tran-count to chkp-id-num.
017672     move chkp-id-num to chkp-id.
017672*    The next interval opens here, and rides area 2 below.
017672     accept ci-date from date yyyymmdd.
017672     accept ci-time from time.
017672     move chkp-id to ci-chkp-id.
017673     move function length(tran-count)     to chkp-area-len-1.
017674     move function length(chkp-run-counts) to chkp-area-len-2.
017675     move function length(tc-entry-count) to chkp-area-len-3.
018212        display "Replayed transactions:  "
018213           display-replayed-count upon console
018214     end-if.
018214     if partner-tran-count > 0
018214        move partner-tran-count to display-partner-count
018214        display "Partner-file transactions: "
018214           display-partner-count upon console
018214     end-if.
182130     if unauthorized-count > 0
182131        move unauthorized-count to display-unauth-count
182132        display "Unauthorized submissions rejected: "
182143        display "Transactions suspended: "
182144           display-suspended-count upon console
182145     end-if.
182146     if warehoused-tran-count > 0
182146        move warehoused-tran-count to display-warehoused-count
182147        display "Transactions warehoused: "
182147           display-warehoused-count upon console
182148     end-if.
182148     if referred-tran-count > 0
182148        move referred-tran-count to display-referred-count
182148        display "Transactions referred: "
182148           display-referred-count upon console
182148     end-if.
182149     if quarantined-count > 0
182149        move quarantined-count to display-quarantined-count
182149        display "Transactions quarantined: "
182149           display-quarantined-count upon console
182149     end-if.
182149     if held-tran-count > 0
182149        move held-tran-count to display-held-count
182149        display "Transactions held: "
182149           display-held-count upon console
182149     end-if.
182149     if layout-rejected-count > 0
182149        move layout-rejected-count to display-layout-rejected
182149        display "Layout version rejects: "
182149           display-layout-rejected upon console
182149     end-if.
018215     if rejected-tran-count > 0
018212        move rejected-tran-count to display-rejected-count
018213        display "Transactions rejected: " display-rejected-count
018301     if ws-run-status-file-status = '00'
018302        close RUN-STATUS-FILE
018303     end-if.
018303*    Reaching here is a clean end: nothing in flight and no
018303*    suspect carried into the next run.
018303     if restart-ctl-active
018303        move 'N' to RC-INFLIGHT-SW
018303        move 0 to RC-SUSPECT-COUNT
018303        rewrite RESTART-CONTROL-RECORD
018303        close RESTART-CONTROL-FILE
018303     end-if.
018300 end-finalise-program.
018310     exit.
018312
018313 reconcile-control-total.
018314*    Upstream feeder drops one record with the count it put on
018315*    the queue, and mprb05pi appends one per partner file it
018316*    queued; the expected total is all of them together. A
018316*    mismatch here means messages were lost or duplicated
018316*    somewhere between the senders and this run.
018317     open input CTL-TOTAL-FILE.
018318     if ws-ctl-file-status not = '00'
018319        display "mprb05: control-total file not available, "
018320           "status " ws-ctl-file-status upon console
018321     else
018322        move 0 to ws-ctl-total
018322        move 'n' to end-of-ctl-total-sw
018322        perform add-control-total-record
018322           thru end-add-control-total-record
018322           until end-of-ctl-total
018326        close CTL-TOTAL-FILE
018326        move ws-ctl-total to display-ctl-total
018327        if ws-ctl-total = all-tran-count
018328           display "mprb05: control total reconciled ("
018329              display-ctl-total ")" upon console
018330        else
018331           display "mprb05: *** CONTROL TOTAL MISMATCH *** "
018332              "expected " display-ctl-total " got "
018333              display-all-tran-count upon console
018334        end-if
018335     end-if.
018336 end-reconcile-control-total.
018337     exit.
018337
018337 add-control-total-record.
018337     read CTL-TOTAL-FILE
018337        at end
018337           set end-of-ctl-total to true
018337        not at end
018337           if CTL-TOTAL-RECORD numeric
018337              add CTL-TOTAL-RECORD to ws-ctl-total
018337           end-if
018337     end-read.
018337     if ws-ctl-file-status not = '00'
018337        set end-of-ctl-total to true
018337     end-if.
018337 end-add-control-total-record.
018337     exit.
018338
183201************************************************************
183202*            WRITE-SEQUENCE-DISCREPANCIES
018354           move tc-count (tc-ix) to SR-COUNT
018355           write STATS-RECORD
018356        end-perform
183557       perform write-layout-records
183558          thru end-write-layout-records
183559          varying tc-ix from 1 by 1
183560          until tc-ix > tc-entry-count
183561       perform varying tc-ix from 1 by 1
183562          until tc-ix > tc-entry-count
183563          if tc-svc-count (tc-ix) > 0
018402     end-if.
018403 end-write-origin-pair-record.
018404     exit.
018404
018404*    One 'V' record per layout version a trancode arrived in.
018404 write-layout-records.
018404     perform varying lv-ix from 1 by 1 until lv-ix > 4
018404        if tc-layout-version (tc-ix lv-ix) not = spaces
018404           move spaces to STATS-RECORD
018404           move ws-stats-program to SR-PROGRAM
018404           move ws-run-date to SR-RUN-DATE
018404           move ws-run-hour(1:2) to SR-RUN-HOUR
018404           set SR-IS-LAYOUT to true
018404           move tc-code (tc-ix) to SR-TRANCODE
018404           move tc-layout-version (tc-ix lv-ix)
018404              to SR-LAYOUT-VERSION
018404           move tc-layout-count (tc-ix lv-ix) to SR-COUNT
018404           write STATS-RECORD
018404        end-if
018404     end-perform.
018404 end-write-layout-records.
018404     exit.
018405
018406************************************************************
018407*            COLLECT-HANDLER-TOTALS
018414*    A handler that was never CALLed still answers - zero
018415*    totals are written too, so a silent day shows as zero
018416*    instead of as a missing row.
018417*    A handler with a per-currency breakdown asks to be CALLed
018417*    again (HC-MORE-TOTALS) and answers one currency row per
018417*    further CALL.
018417************************************************************
018417*    At a checkpoint only rows with something in them are
018417*    written - the zero rows are finalise's job.
018413 collect-handler-totals.
018414     open extend BUSINESS-TOTALS-FILE.
018415     if ws-bustot-file-status not = '00'
018418     else
018419        perform varying rt-ix from 1 by 1
018420           until rt-ix > rt-entry-count
018421           perform collect-one-totals-row
018422              thru end-collect-one-totals-row
018423           perform collect-one-totals-row
018424              thru end-collect-one-totals-row
018425              until not HC-MORE-TOTALS
018435        end-perform
018436        close BUSINESS-TOTALS-FILE
018437     end-if.
018438 end-collect-handler-totals.
018439     exit.
018439
018439 collect-one-totals-row.
018439     set HC-FUNC-TOTALS to true.
018439     move 0 to HC-TOTAL-AMOUNT.
018439     move 0 to HC-TOTAL-UNITS.
018439     move 0 to HC-TOTAL-COUNT.
018439     move spaces to HC-TOTAL-CURRENCY.
018439     move 0 to HC-TOTAL-ORIG-AMOUNT.
018439     move 'N' to HC-TOTAL-MORE.
018439     call rt-handler (rt-ix) using HANDLER-COMM.
018439     move spaces to BUSINESS-TOTALS-RECORD.
018439     move ws-stats-program to BT-PROGRAM.
018439     move ws-business-date to BT-DATE.
018439     accept BT-TIME from time.
018439     move rt-trancode (rt-ix) to BT-TRANCODE.
018439     move HC-TOTAL-AMOUNT to BT-AMOUNT.
018439     move HC-TOTAL-UNITS to BT-UNITS.
018439     move HC-TOTAL-COUNT to BT-COUNT.
018439     move HC-TOTAL-CURRENCY to BT-CURRENCY.
018439     move HC-TOTAL-ORIG-AMOUNT to BT-ORIG-AMOUNT.
018439     move chkp-interval to BT-INTERVAL.
018439     if not totals-at-checkpoint
018439        or HC-TOTAL-COUNT not = 0
018439        or HC-TOTAL-AMOUNT not = 0
018439        write BUSINESS-TOTALS-RECORD
018439     end-if.
018439 end-collect-one-totals-row.
018439     exit.
018440
018441************************************************************
018442*            PARK-INFRA-SUSPENSE
018450        set is-active (is-entry-count) to true
018451        move IN-TRANCODE to is-trancode (is-entry-count)
018452        move HC-MESSAGE-LINE to is-line (is-entry-count)
018452        move HC-ORIGIN-USERID to is-userid (is-entry-count)
018452        move ws-origin-lterm to is-lterm (is-entry-count)
018453        add 1 to infra-parked-count
018454        display "mprb05: " IN-TRANCODE " parked for retry - "
018455           HC-REASON upon console
018488           until rt-ix > rt-entry-count or rt-found
018489           if rt-trancode (rt-ix) = is-trancode (is-ix)
018490              move rt-handler (rt-ix) to rt-current-handler
018490              move rt-status (rt-ix) to rt-current-status
018491              set rt-found to true
018492           end-if
018493        end-perform
018493*       A parked message whose trancode has since been held
018493*       stays parked - it goes to ADRSUSP with the rest if the
018493*       trancode is still held at finalise.
018494        if rt-found and not rt-current-held
018495           move is-trancode (is-ix) to HC-TRANCODE
018496           move is-line (is-ix) to HC-MESSAGE-LINE
018497           move 0 to HC-SEGMENT-COUNT
018498           move '00' to HC-STATUS
018499           move spaces to HC-REASON
018499           move spaces to HC-REJECT-CODE
018500           set HC-FUNC-PROCESS to true
018501           move is-userid (is-ix) to HC-ORIGIN-USERID
018501           move is-lterm (is-ix) to ws-origin-lterm
018502           move is-line (is-ix) (1:7) to HC-SEQ-NO
018503           move dup-window-seconds to HC-DUP-WINDOW-SEC
018504           move ws-business-date to HC-BUSINESS-DATE
018504           move chkp-interval to HC-INTERVAL
018504           move backout-window to HC-BACKOUT-WINDOW
018504           move is-line (is-ix) (9:3) to layout-version-hdr
018504           perform derive-layout-version
018504              thru end-derive-layout-version
018504           move layout-version to HC-LAYOUT-VERSION
018504           perform check-poison-message
018504              thru end-check-poison-message
018504           if poison-match
018504              perform quarantine-message
018504                 thru end-quarantine-message
018504           else
018504              perform note-message-in-flight
018504                 thru end-note-message-in-flight
018505              call rt-current-handler using HANDLER-COMM
018505              perform clear-message-in-flight
018505                 thru end-clear-message-in-flight
018505           end-if
018505           evaluate true
018506              when HC-QUARANTINED
018506                 move 'n' to is-active-sw (is-ix)
018506                 subtract 1 from infra-parked-count
018506              when HC-PROCESSED-OK
018507                 perform capture-retried-suspense
018508                    thru end-capture-retried-suspense
018509                 move 'n' to is-active-sw (is-ix)
018510                 subtract 1 from infra-parked-count
018511                 add 1 to infra-retried-ok
018511              when HC-WAREHOUSED
018511                 move 'n' to is-active-sw (is-ix)
018511                 subtract 1 from infra-parked-count
018511                 add 1 to warehoused-tran-count
018511              when HC-REFERRED
018511                 move 'n' to is-active-sw (is-ix)
018511                 subtract 1 from infra-parked-count
018511                 add 1 to referred-tran-count
018512              when HC-INFRA-FAIL
018513                 continue
018514              when other
018535        move 0 to CD-SEGMENT-SEQ
018536        move 0 to CD-SEGMENT-COUNT
018537        move HC-MESSAGE-LINE to CD-DATA
018537        move is-userid (is-ix) to CD-USERID
018537        move chkp-interval to CD-INTERVAL
018537        move HC-LAYOUT-VERSION to CD-LAYOUT-VERSION
018538        write CAPTURE-RECORD
018539        add 1 to captured-tran-count
018540     end-if.
018550        move ws-business-date to RJ-DATE
018551        accept RJ-TIME from time
018552        move '06' to RJ-REASON-CODE
018552        if HC-REJECT-CODE not = spaces
018552           move HC-REJECT-CODE to RJ-REASON-CODE
018552        end-if
018553        move HC-REASON to RJ-REASON-TEXT
018554        move is-trancode (is-ix) to RJ-TRANCODE
018555        move 0 to RJ-LL
018556        move is-line (is-ix) to RJ-LINE
018556        move is-userid (is-ix) to RJ-USERID
018556        move is-lterm (is-ix) to RJ-LTERM
018556        move chkp-interval to RJ-INTERVAL
018557        write REJECT-RECORD
018558     end-if.
018559 end-reject-retried-suspense.
018591        move is-trancode (is-ix) to AS-TRANCODE
018592        move is-line (is-ix) to AS-LINE
018593        move 'ACCESSOR DOWN' to AS-REASON
018593        move is-userid (is-ix) to AS-USERID
018593        move chkp-interval to AS-INTERVAL
018594        write ADDR-SUSPENSE-RECORD
018595     end-if.
018596 end-write-one-infra-suspense.
