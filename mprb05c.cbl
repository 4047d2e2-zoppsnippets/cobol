001600*  Ends with return code 8 when the target program has no
001700*  RUNSTAT record (not running / never run) or the command
001800*  keyword is not one of the four known ones.
001810*
001820*  Every attempt, posted or refused, is appended to the
001830*  SECAUDIT security audit dataset (SAUDREC layout) with the
001840*  job's user ID and the command field before and after. A
001850*  SECAUDIT that will not open stops the command from being
001860*  posted at all (return code 8) - a command that leaves no
001870*  audit trail is not given.
001900*
002000*  Program     mprb05c
002100*  PSB:        none - plain batch, no IMS calls
002200*  Databases:  none
002300*  Access:     RUN-STATUS-FILE (VSAM, update),
002310*              SECAUDIT (extend)
002400*
002500************************************************************
002600 ENVIRONMENT DIVISION.
003400        ACCESS MODE IS DYNAMIC
003500        RECORD KEY IS RS-PROGRAM
003600        FILE STATUS IS ws-run-status-file-status.
003610     SELECT SECURITY-AUDIT-FILE ASSIGN TO SECAUDIT
003620        ORGANIZATION IS SEQUENTIAL
003630        FILE STATUS IS ws-audit-file-status.
003700
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  RUN-STATUS-FILE.
004100     COPY RUNSTAT.
004110
004120 FD  SECURITY-AUDIT-FILE
004130     RECORDING MODE IS F.
004140     COPY SAUDREC.
004200
004300 WORKING-STORAGE SECTION.
004400
004500 77  ws-run-status-file-status pic xx value spaces.
004600 77  ws-target-program    pic x(8) value 'mprb05'.
004700 77  ws-command           pic x(8) value spaces.
004710 77  ws-audit-file-status pic xx value spaces.
004720 77  ws-job-userid        pic x(8) value spaces.
004730 77  audit-before         pic x(30) value spaces.
004740 77  audit-after          pic x(30) value spaces.
004750 77  audit-result         pic x value 'F'.
004760 77  audit-reason         pic x(24) value spaces.
004800
004900 01  ws-parm-tokens.
005000     02  ws-parm-token    pic x(20) occurs 6 times.
006600     perform parse-parm-area
006700        thru end-parse-parm-area.
006800
006810     call 'mprb05ju' using ws-job-userid.
006820     open extend SECURITY-AUDIT-FILE.
006830     if ws-audit-file-status not = '00'
006840        display "mprb05c: unable to open SECAUDIT, status "
006850           ws-audit-file-status " - command not posted"
006860           upon console
006870        move 8 to RETURN-CODE
006880     else
006900        if ws-command = 'STOPCHKP' or 'CHKPNOW '
007000           or 'PAUSE   ' or 'RESUME  '
007100           perform post-command
007200              thru end-post-command
007300        else
007400           display "mprb05c: unknown or missing CMD keyword '"
007500              ws-command "'" upon console
007600           move 8 to RETURN-CODE
007610           move 'UNKNOWN COMMAND' to audit-reason
007700        end-if
007710        perform write-audit-record
007720           thru end-write-audit-record
007730        close SECURITY-AUDIT-FILE
007740     end-if.
007800
007900     goback.
008000
012300        display "mprb05c: unable to open RUNSTAT, status "
012400           ws-run-status-file-status upon console
012500        move 8 to RETURN-CODE
012510        string 'RUNSTAT OPEN STATUS ' ws-run-status-file-status
012520           delimited by size into audit-reason
012600     else
012700        move ws-target-program to RS-PROGRAM
012800        read RUN-STATUS-FILE
013000              display "mprb05c: no RUNSTAT record for "
013100                 ws-target-program upon console
013200              move 8 to RETURN-CODE
013210              move 'NO RUNSTAT RECORD' to audit-reason
013300           not invalid key
013310              if RS-CMD-NONE
013320                 move 'NO COMMAND' to audit-before
013330              else
013340                 move RS-OPERATOR-CMD to audit-before
013350              end-if
013360              move audit-before to audit-after
013400              move ws-command to RS-OPERATOR-CMD
013500              rewrite RUN-STATUS-RECORD
013510              if ws-run-status-file-status = '00'
013520                 move ws-command to audit-after
013530                 move 'S' to audit-result
013600                 display "mprb05c: posted " ws-command
013700                    " to " ws-target-program upon console
013710              else
013720                 display "mprb05c: RUNSTAT rewrite failed, "
013730                    "status " ws-run-status-file-status
013740                    upon console
013750                 move 8 to RETURN-CODE
013760                 string 'RUNSTAT REWRITE '
013770                    ws-run-status-file-status
013780                    delimited by size into audit-reason
013790              end-if
013800        end-read
013900        close RUN-STATUS-FILE
014000     end-if.
014100 end-post-command.
014200     exit.
014300
014400************************************************************
014500*            WRITE-AUDIT-RECORD
014600*    One SECAUDIT record for the attempt, whatever became
014700*    of it.
014800************************************************************
014900
015000 write-audit-record.
015100     move spaces to SECURITY-AUDIT-RECORD.
015200     accept SA-DATE from date yyyymmdd.
015300     accept SA-TIME from time.
015400     move ws-job-userid to SA-JOB-USERID.
015500     move 'mprb05c' to SA-PROGRAM.
015600     set SA-IS-COMMAND-POSTED to true.
015700     move ws-command to SA-ACTION.
015800     move ws-target-program to SA-TARGET-PROGRAM.
015900     move audit-before to SA-BEFORE-VALUE.
016000     move audit-after to SA-AFTER-VALUE.
016100     move audit-result to SA-RESULT.
016200     move audit-reason to SA-REASON.
016300     write SECURITY-AUDIT-RECORD.
016400     if ws-audit-file-status not = '00'
016500        display "mprb05c: SECAUDIT write failed, status "
016600           ws-audit-file-status upon console
016700        move 8 to RETURN-CODE
016800     end-if.
016900 end-write-audit-record.
017000     exit.
