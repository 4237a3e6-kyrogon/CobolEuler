002800 environment division.
002900 configuration section.
003000     repository.
003100         function log-access
003120         function next-run-id
003140         function current-run-id
003160         function set-run-id
003180         function enter-environment.
003200 input-output section.
003300 file-control.
003400     select operator-file assign to "OPERATORS.DAT"
005900     05 fd-op-pwd-changed    pic x(01).
006000     05 fd-op-fail-count     pic 9(02).
006100     05 fd-op-locked         pic x(01).
006150     05 fd-op-dept           pic x(04).
006200 fd registry-file.
006300 01 fd-registry-rec.
006400     05 fd-reg-problem-num    pic 9(04).
008420 01 fd-runlog-rec.
008430     05 fd-rlg-filename      pic x(40).
008440     05 fd-rlg-date          pic 9(08).
008470     05 fd-rlg-run-id        pic 9(10).
008500 working-storage section.
008600     01 ws-operator-id       pic x(08).
008700     01 ws-pick-text         pic x(05).
009100     01 ws-command           pic x(120).
009200     01 ws-parameters        pic x(60).
009300     01 ws-log-status        pic X.
009320*    the menu's own run number and the one issued to the
009340*    selection being launched (see src/library/runid.cbl).
009360     01 ws-own-run-id        pic 9(10)   value 0.
009380     01 ws-child-run-id      pic 9(10)   value 0.
009400     01 ws-operator-status   pic x(02)   value "00".
009500     01 ws-registry-status   pic x(02)   value "00".
009600     01 ws-prompt-status     pic x(02)   value "00".
011000             10 ws-opr-pwd-chg   pic x(01).
011100             10 ws-opr-fails     pic 9(02).
011200             10 ws-opr-locked    pic x(01).
011250             10 ws-opr-dept      pic x(04).
011300     01 o                    pic 9(03).
011400     01 ws-password          pic x(08).
011500     01 ws-password-2        pic x(08).
015200     01 p2                   pic 9(03).
015300     01 q2                   pic 9(01).
015400 procedure division.
015450 display function enter-environment("param-menu").
015500 perform 100-init thru 100-exit.
015600 if ws-signon-ok = "N"
015700     display "param-menu: sign-on refused."
017100 goback.
017200 100-init.
017250     accept ws-today from date yyyymmdd.
017270     move function current-run-id to ws-own-run-id.
017300     display "Operator ID: " with no advancing.
017400     accept ws-operator-id.
017500     perform 150-load-operators.
029500         move 0 to ws-opr-fails(o)
029600     end-if.
029700     move fd-op-locked to ws-opr-locked(o).
029750     move fd-op-dept to ws-opr-dept(o).
029800*----------------------------------------------------------------
029900*    160-validate-signon: with a master file on hand, an unknown
030000*    or deactivated id is refused before the menu ever shows -
045500         move ws-opr-pwd-chg(o) to fd-op-pwd-changed
045600         move ws-opr-fails(o) to fd-op-fail-count
045700         move ws-opr-locked(o) to fd-op-locked
045750         move ws-opr-dept(o) to fd-op-dept
045800         write fd-operator-rec
045900     end-perform.
046000     close operator-file.
066320*    operator still watches it live while reconcile gets a
066330*    file to pull when it flags the run later; the filename
066340*    rides the AUDITLOG.DAT record and the RUNLOGS.DAT
066350*    catalog, which puts it under the standard purge. The
066360*    launch runs under a run number of its own, issued before
066370*    the access-log record so that record, the catalog entry
066380*    and everything the job itself logs all carry it; the
066390*    menu takes its own number back once the job returns.
066400 900-confirm-and-run.
066410     display "  About to run: " function trim(ws-command).
066420     display "  Confirm (Y/N): " with no advancing.
066470     end-if.
066480     perform 910-build-runlog-name.
066490     perform 920-build-audit-parms.
066492     move function next-run-id to ws-child-run-id.
066494     move function set-run-id(ws-child-run-id)
066496         to ws-log-status.
066500     move function log-access(ws-operator-id, ws-command,
066510         ws-audit-parms) to ws-log-status.
066520     perform 930-catalog-run-log.
066550         " 2>&1 | tee " function trim(ws-runlog-name)
066560         delimited by size into ws-tee-command.
066570     call "SYSTEM" using ws-tee-command.
066573     move function set-run-id(ws-own-run-id)
066576         to ws-log-status.
066580 900-exit. exit.
066590 910-build-runlog-name.
066600     move spaces to ws-runlog-name.
066800     move spaces to fd-runlog-rec.
066810     move ws-runlog-name to fd-rlg-filename.
066820     move ws-today to fd-rlg-date.
066825     move ws-child-run-id to fd-rlg-run-id.
066830     write fd-runlog-rec.
066840     close runlog-catalog.
067500 end program param-menu.
