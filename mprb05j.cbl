001400*    USER=userid     (required for ADD/REVOKE; LIST filter)
001500*    TC=trancode     (required for ADD/REVOKE)
001600*    BY=userid       (ADD: who granted it, for the record)
001610*    CMD=BULKREV     revoke every signed-off line of the
001620*                    REVOKEIN candidate file (RVKREC, from
001630*                    the mprb05rc recertification report)
001700*
001800*  Ends with return code 8 on an unknown command, a missing
001900*  required keyword, or a record that is already there (ADD)
002000*  or not there (REVOKE) - the scheduler should notice a
002100*  permission change that did not happen. BULKREV ends with
002101*  8 when REVOKEIN or AUTHFILE will not open, 4 when a signed
002102*  line was refused (grant gone, or re-granted since the
002103*  report); unsigned lines are kept and only counted.
002110*
002120*  Every ADD and REVOKE attempt, made or refused, is appended
002130*  to the SECAUDIT security audit dataset (SAUDREC layout)
002140*  with the job's user ID and the grant before and after - a
002150*  revoked grant keeps its record there, with who had given
002160*  it. A SECAUDIT that will not open stops the change from
002170*  being made (return code 8). LIST changes nothing and is
002180*  not audited. BY= stays what it was, the name recorded on
002190*  the grant itself; the audit records the job's own user.
002191*  BULKREV audits every signed line it acts on, one record
002192*  each, with the signer in the after value.
002200*
002300*  Program     mprb05j
002400*  PSB:        none - plain batch, no IMS calls
002500*  Databases:  none
002600*  Access:     AUTH-FILE (VSAM, update), SECAUDIT (extend),
002601*              REVOKEIN (in, BULKREV only)
002700*
002800************************************************************
002900 ENVIRONMENT DIVISION.
003700        ACCESS MODE IS DYNAMIC
003800        RECORD KEY IS AU-KEY
003900        FILE STATUS IS ws-auth-file-status.
003910     SELECT SECURITY-AUDIT-FILE ASSIGN TO SECAUDIT
003920        ORGANIZATION IS SEQUENTIAL
003930        FILE STATUS IS ws-audit-file-status.
003931     SELECT REVOKE-FILE ASSIGN TO REVOKEIN
003932        ORGANIZATION IS SEQUENTIAL
003933        FILE STATUS IS ws-revoke-file-status.
004000
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  AUTH-FILE.
004400     COPY AUTHREC.
004410
004420 FD  SECURITY-AUDIT-FILE
004430     RECORDING MODE IS F.
004440     COPY SAUDREC.
004441
004442 FD  REVOKE-FILE
004443     RECORDING MODE IS F.
004444     COPY RVKREC.
004500
004600 WORKING-STORAGE SECTION.
004700
005300 77  ws-browse-done-sw    pic x value 'n'.
005400     88 ws-browse-done          value 'y'.
005500 77  listed-count         pic 9(5) value 0.
005510 77  ws-audit-file-status pic xx value spaces.
005520 77  ws-job-userid        pic x(8) value spaces.
005530 77  audit-before         pic x(30) value spaces.
005540 77  audit-after          pic x(30) value spaces.
005550 77  audit-result         pic x value 'F'.
005560 77  audit-reason         pic x(24) value spaces.
005570 77  grant-text           pic x(30) value spaces.
005571 77  ws-revoke-file-status pic xx value spaces.
005572 77  ws-revoke-eof-sw     pic x value 'n'.
005573     88 ws-revoke-eof           value 'y'.
005574 77  bulk-read-count      pic 9(5) value 0.
005575 77  bulk-revoked-count   pic 9(5) value 0.
005576 77  bulk-refused-count   pic 9(5) value 0.
005577 77  bulk-unsigned-count  pic 9(5) value 0.
005600
005700 01  ws-parm-tokens.
005800     02  ws-parm-token    pic x(20) occurs 6 times.
007400     perform parse-parm-area
007500        thru end-parse-parm-area.
007600
007700     if ws-command = 'LIST    '
007800        perform list-permissions
007900           thru end-list-permissions
008000     else
008010        call 'mprb05ju' using ws-job-userid
008020        open extend SECURITY-AUDIT-FILE
008030        if ws-audit-file-status not = '00'
008040           display "mprb05j: unable to open SECAUDIT, status "
008050              ws-audit-file-status " - nothing changed"
008060              upon console
008070           move 8 to RETURN-CODE
008080        else
008090           evaluate ws-command
008100              when 'ADD     '
008110                 perform add-permission
008120                    thru end-add-permission
008130              when 'REVOKE  '
008140                 perform revoke-permission
008150                    thru end-revoke-permission
008151              when 'BULKREV '
008152                 perform bulk-revoke
008153                    thru end-bulk-revoke
008160              when other
008170                 display "mprb05j: unknown or missing CMD "
008180                    "keyword '" ws-command "'" upon console
008190                 move 8 to RETURN-CODE
008200                 move 'UNKNOWN COMMAND' to audit-reason
008210           end-evaluate
008211*          BULKREV has audited each line as it went.
008220           if ws-command not = 'BULKREV '
008221              perform write-audit-record
008230                 thru end-write-audit-record
008231           end-if
008240           close SECURITY-AUDIT-FILE
008250        end-if
008260     end-if.
009200
009300     goback.
009400
013700        or ws-target-trancode = spaces
013800        display "mprb05j: ADD needs USER= and TC=" upon console
013900        move 8 to RETURN-CODE
013910        move 'USER= AND TC= NEEDED' to audit-reason
014000     else
014100        open i-o AUTH-FILE
014200        if ws-auth-file-status not = '00'
014300           display "mprb05j: unable to open AUTHFILE, status "
014400              ws-auth-file-status upon console
014500           move 8 to RETURN-CODE
014510           string 'AUTHFILE OPEN STATUS ' ws-auth-file-status
014520              delimited by size into audit-reason
014600        else
014610           perform read-current-grant
014620              thru end-read-current-grant
014700           move spaces to AUTH-RECORD
014800           move ws-target-user to AU-USERID
014900           move ws-target-trancode to AU-TRANCODE
015500                    ws-target-trancode " already authorized"
015600                    upon console
015700                 move 8 to RETURN-CODE
015710                 move 'ALREADY AUTHORIZED' to audit-reason
015800              not invalid key
015900                 display "mprb05j: authorized "
016000                    ws-target-user " for "
016100                    ws-target-trancode upon console
016110                 perform format-grant-text
016120                    thru end-format-grant-text
016130                 move grant-text to audit-after
016140                 move 'S' to audit-result
016200           end-write
016300           close AUTH-FILE
016400        end-if
017600        display "mprb05j: REVOKE needs USER= and TC="
017700           upon console
017800        move 8 to RETURN-CODE
017810        move 'USER= AND TC= NEEDED' to audit-reason
017900     else
018000        open i-o AUTH-FILE
018100        if ws-auth-file-status not = '00'
018200           display "mprb05j: unable to open AUTHFILE, status "
018300              ws-auth-file-status upon console
018400           move 8 to RETURN-CODE
018410           string 'AUTHFILE OPEN STATUS ' ws-auth-file-status
018420              delimited by size into audit-reason
018500        else
018510           perform read-current-grant
018520              thru end-read-current-grant
018600           move ws-target-user to AU-USERID
018700           move ws-target-trancode to AU-TRANCODE
018800           delete AUTH-FILE
019100                    ws-target-trancode " was not authorized"
019200                    upon console
019300                 move 8 to RETURN-CODE
019310                 move 'NOT AUTHORIZED' to audit-reason
019400              not invalid key
019500                 display "mprb05j: revoked "
019600                    ws-target-user " for "
019700                    ws-target-trancode upon console
019710                 move 'NONE' to audit-after
019720                 move 'S' to audit-result
019800           end-delete
019900           close AUTH-FILE
020000        end-if
020100     end-if.
020200 end-revoke-permission.
020300     exit.
020301
020302************************************************************
020303*            READ-CURRENT-GRANT
020304*    The grant as it stands before the change, for the audit
020305*    record - 'NONE' when the pair has no record. The change
020306*    itself still goes by the WRITE/DELETE answer.
020307************************************************************
020308
020309 read-current-grant.
020310     move ws-target-user to AU-USERID.
020311     move ws-target-trancode to AU-TRANCODE.
020312     read AUTH-FILE
020313        invalid key
020314           move 'NONE' to audit-before
020315        not invalid key
020316           perform format-grant-text
020317              thru end-format-grant-text
020318           move grant-text to audit-before
020319     end-read.
020320     move audit-before to audit-after.
020321 end-read-current-grant.
020322     exit.
020323
020324************************************************************
020325*            BULK-REVOKE
020326*    The signed-off lines of a recertification candidate
020327*    file, each revoked exactly as a CMD=REVOKE run would
020328*    revoke it and audited the same way. A file that will
020329*    not open is one failed attempt on the audit trail.
020330************************************************************
020331
020332 bulk-revoke.
020333     open input REVOKE-FILE.
020334     if ws-revoke-file-status not = '00'
020335        display "mprb05j: unable to open REVOKEIN, status "
020336           ws-revoke-file-status upon console
020337        move 8 to RETURN-CODE
020338        string 'REVOKEIN OPEN STATUS ' ws-revoke-file-status
020339           delimited by size into audit-reason
020340        perform write-audit-record
020341           thru end-write-audit-record
020342     else
020343        open i-o AUTH-FILE
020344        if ws-auth-file-status not = '00'
020345           display "mprb05j: unable to open AUTHFILE, status "
020346              ws-auth-file-status upon console
020347           move 8 to RETURN-CODE
020348           string 'AUTHFILE OPEN STATUS ' ws-auth-file-status
020349              delimited by size into audit-reason
020350           perform write-audit-record
020351              thru end-write-audit-record
020352        else
020353           perform bulk-revoke-one-line
020354              thru end-bulk-revoke-one-line
020355              until ws-revoke-eof
020356           close AUTH-FILE
020357        end-if
020358        close REVOKE-FILE
020359        display "mprb05j: " bulk-read-count " candidates, "
020360           bulk-revoked-count " revoked, " bulk-refused-count
020361           " refused, " bulk-unsigned-count " not signed off"
020362           upon console
020363        if bulk-refused-count > 0 and RETURN-CODE < 4
020364           move 4 to RETURN-CODE
020365        end-if
020366     end-if.
020367 end-bulk-revoke.
020368     exit.
020369
020370 bulk-revoke-one-line.
020371     read REVOKE-FILE
020372        at end
020373           set ws-revoke-eof to true
020374        not at end
020375           add 1 to bulk-read-count
020376           if RV-SIGNOFF-BY = spaces
020377              add 1 to bulk-unsigned-count
020378           else
020379              perform bulk-revoke-signed-line
020380                 thru end-bulk-revoke-signed-line
020381           end-if
020382     end-read.
020383*    A read that neither delivered a record nor said at-end is
020384*    an I/O error - stop rather than spin on it.
020385     if ws-revoke-file-status not = '00'
020386        and ws-revoke-file-status not = '10'
020387        display "mprb05j: REVOKEIN read error, status "
020388           ws-revoke-file-status upon console
020389        move 8 to RETURN-CODE
020390        set ws-revoke-eof to true
020391     end-if.
020392 end-bulk-revoke-one-line.
020393     exit.
020394
020395*    A grant re-granted after the report (granted date moved)
020396*    was recertified by whoever re-granted it - leave it.
020397 bulk-revoke-signed-line.
020398     move RV-USERID to ws-target-user.
020399     move RV-TRANCODE to ws-target-trancode.
020400     move 'F' to audit-result.
020401     move spaces to audit-reason.
020402     perform read-current-grant
020403        thru end-read-current-grant.
020404     evaluate true
020405        when audit-before = 'NONE'
020406           move 'NOT AUTHORIZED' to audit-reason
020407        when AU-GRANTED-DATE not = RV-GRANTED-DATE
020408           move 'REGRANTED SINCE REPORT' to audit-reason
020409        when other
020410           delete AUTH-FILE
020411              invalid key
020412                 move 'NOT AUTHORIZED' to audit-reason
020413              not invalid key
020414                 move spaces to audit-after
020415                 string 'NONE SIGNED OFF BY ' RV-SIGNOFF-BY
020416                    delimited by size into audit-after
020417                 move 'S' to audit-result
020418           end-delete
020419     end-evaluate.
020420     if audit-result = 'S'
020421        add 1 to bulk-revoked-count
020422        display "mprb05j: revoked " ws-target-user " for "
020423           ws-target-trancode upon console
020424     else
020425        add 1 to bulk-refused-count
020426        display "mprb05j: " ws-target-user "/"
020427           ws-target-trancode " not revoked - " audit-reason
020428           upon console
020429     end-if.
020430     perform write-audit-record
020431        thru end-write-audit-record.
020432 end-bulk-revoke-signed-line.
020433     exit.
020434
020435 format-grant-text.
020436     move spaces to grant-text.
020437     string 'GRANTED ' AU-GRANTED-DATE ' BY ' AU-GRANTED-BY
020438        delimited by size into grant-text.
020439 end-format-grant-text.
020440     exit.
020441
020442************************************************************
020443*            WRITE-AUDIT-RECORD
020444*    One SECAUDIT record for the ADD or REVOKE attempt,
020445*    whatever became of it.
020446************************************************************
020447
020448 write-audit-record.
020449     move spaces to SECURITY-AUDIT-RECORD.
020450     accept SA-DATE from date yyyymmdd.
020451     accept SA-TIME from time.
020452     move ws-job-userid to SA-JOB-USERID.
020453     move 'mprb05j' to SA-PROGRAM.
020454     set SA-IS-GRANT-CHANGE to true.
020455     move ws-command to SA-ACTION.
020456     move ws-target-user to SA-TARGET-USERID.
020457     move ws-target-trancode to SA-TARGET-TRANCODE.
020458     move audit-before to SA-BEFORE-VALUE.
020459     move audit-after to SA-AFTER-VALUE.
020460     move audit-result to SA-RESULT.
020461     move audit-reason to SA-REASON.
020462     write SECURITY-AUDIT-RECORD.
020463     if ws-audit-file-status not = '00'
020464        display "mprb05j: SECAUDIT write failed, status "
020465           ws-audit-file-status upon console
020466        move 8 to RETURN-CODE
020467     end-if.
020468 end-write-audit-record.
020469     exit.
020470
020500************************************************************
020600*            LIST-PERMISSIONS
020700*    Front-to-back browse; USER= narrows the listing to one
