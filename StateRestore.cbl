      *    RETURN-CODE 16 so a mistyped generation can't look like a
      *    successful recovery.
      *    RESULTS.IDX is not restored (it isn't captured); after
      *    restoring RESULTS.LED run ledger-archive to rebuild it,
      *    and summary-rebuild to bring the RESULTS.SUM daily
      *    summary back in line with the restored ledger.
      *    Dual control: a restore overwrites the suite's whole memory,
      *    so the operator's confirmed session only files it on
      *    APPROVALS.DAT (file-approval, see src/library/approvals.cbl)
      *    under their operator id. A second operator holding the
      *    RESTORE slot (or ALL) approves it in approve-action, which
      *    runs "state-restore EXECUTE <id>" to put the generation
      *    back. Approval detail: generation 9(02), state file or ALL
      *    x(16).
      *    The filing operator signs on through hold-maint's gate: an
      *    active OPERATORS.DAT id holding the RESTORE slot (or ALL),
      *    not locked out, password proven, failures counting toward
      *    the same lockout. With no master file nothing is filed.
       environment division.
       configuration section.
           repository.
               function log-access
               function file-approval
               function get-approval
               function enter-environment.
       input-output section.
       file-control.
           select source-file assign to dynamic ws-source-name
           select target-file assign to dynamic ws-target-name
               organization is line sequential
               file status is ws-target-status.
           select operator-file assign to "OPERATORS.DAT"
               organization is line sequential
               file status is ws-operator-status.
       data division.
       file section.
       fd source-file.
       01 fd-source-rec            pic x(512).
       fd target-file.
       01 fd-target-rec            pic x(512).
       fd operator-file.
       01 fd-operator-rec.
           05 fd-op-operator-id    pic x(08).
           05 fd-op-name           pic x(30).
           05 fd-op-active         pic x(01).
           05 fd-op-auth           pic x(08) occurs 6 times.
           05 fd-op-password       pic x(08).
           05 fd-op-pwd-changed    pic x(01).
           05 fd-op-fail-count     pic 9(02).
           05 fd-op-locked         pic x(01).
           05 fd-op-dept           pic x(04).
       working-storage section.
           01 ws-source-status     pic x(02)   value "00".
           01 ws-target-status     pic x(02)   value "00".
           01 ws-operator-status   pic x(02)   value "00".
           01 ws-generation        pic 9(02)   value 0.
           01 ws-select-file       pic x(16)   value "ALL".
           01 ws-source-name       pic x(44).
           01 ws-state-file-table redefines ws-state-files.
               05 ws-state-file    pic x(16) occurs 7 times.
           01 f                    pic 9(02).
           01 ws-member-count      pic 9(02)   value 0.
           01 ws-operator-id       pic x(08).
           01 ws-password          pic x(08).
           01 ws-pwd-ok            pic X.
           01 ws-try               pic 9(01).
           01 ws-signon-ok         pic X       value "Y".
           01 ws-slot-ok           pic X.
           01 ws-operators.
               05 ws-oper-count    pic 9(03)   value 0.
               05 ws-oper-entry occurs 50 times.
                   10 ws-opr-id        pic x(08).
                   10 ws-opr-name      pic x(30).
                   10 ws-opr-active    pic x(01).
                   10 ws-opr-auth      pic x(08) occurs 6 times.
                   10 ws-opr-password  pic x(08).
                   10 ws-opr-pwd-chg   pic x(01).
                   10 ws-opr-fails     pic 9(02).
                   10 ws-opr-locked    pic x(01).
                   10 ws-opr-dept      pic x(04).
           01 ws-found-idx         pic 9(03).
           01 o                    pic 9(03).
           01 a                    pic 9(01).
           01 ws-log-command       pic x(80).
           01 ws-log-parms         pic x(60).
           01 ws-log-status        pic X.
           01 ws-approval-id       pic 9(06)   value 0.
           01 ws-approval.
               05 ws-apv-id            pic 9(06).
               05 ws-apv-program       pic x(16).
               05 ws-apv-action        pic x(08).
               05 ws-apv-status        pic x(08).
               05 ws-apv-requester     pic x(08).
               05 ws-apv-req-date      pic 9(08).
               05 ws-apv-req-time      pic 9(06).
               05 ws-apv-approver      pic x(08).
               05 ws-apv-dec-date      pic 9(08).
               05 ws-apv-dec-time      pic 9(06).
               05 ws-apv-note          pic x(40).
               05 ws-apv-detail        pic x(200).
           01 ws-restore-detail.
               05 ws-rd-generation     pic 9(02).
               05 ws-rd-select-file    pic x(16).
               05 filler               pic x(182).
       procedure division.
       display function enter-environment("state-restore").
       accept ws-arg-count from argument-number.
       if ws-arg-count >= 2
           move 1 to ws-arg-num
           display ws-arg-num upon argument-number
           move spaces to ws-arg
           accept ws-arg from argument-value
           if ws-arg = "EXECUTE"
               perform 700-execute-approved thru 700-exit
               goback
           end-if
       end-if.
       perform 100-init thru 100-exit.
       if return-code not = 0
           goback
       end-if.
      *    a mistyped generation is caught here, before anyone is
      *    asked to approve a restore of nothing.
       perform 150-probe-member thru 150-done
           varying f from 1 by 1 until f > 7.
       if ws-member-count = 0
           display "state-restore: no members of generation "
               ws-generation " on file - check the generation"
               " number."
           move 16 to return-code
           goback
       end-if.
       display "state-restore: generation " ws-generation " ("
           function trim(ws-select-file) "), " ws-member-count
           " file(s) on file.".
       display "Operator ID: " with no advancing.
       accept ws-operator-id.
       if ws-operator-id = spaces
           display "state-restore: cancelled."
           move 0 to return-code
           goback
       end-if.
       perform 300-load-operators.
       perform 320-validate-requester thru 320-done.
       if ws-signon-ok = "N"
           display "state-restore: sign-on refused - nothing filed."
           move 16 to return-code
           goback
       end-if.
       display "File this restore for approval (Y/N): "
           with no advancing.
       accept ws-confirm.
       if ws-confirm not = "Y" and ws-confirm not = "y"
           display "state-restore: cancelled."
           move 0 to return-code
           goback
       end-if.
       perform 500-file-approval thru 500-exit.
       goback.
       100-init.
           if ws-arg-count < 1
               display "state-restore: usage: state-restore"
                   " <generation> [file|ALL]"
               move ws-arg to ws-select-file
           end-if.
       100-exit. exit.
       150-probe-member.
           if ws-select-file not = "ALL"
               and ws-state-file(f) not = ws-select-file
               go to 150-done
           end-if.
           move spaces to ws-source-name.
           string function trim(ws-state-file(f))
               ".G" ws-generation
               delimited by size into ws-source-name.
           move "00" to ws-source-status.
           open input source-file.
           if ws-source-status = "00"
               add 1 to ws-member-count
               close source-file
           end-if.
       150-done.
           exit.
       200-restore-one-file.
           if ws-select-file not = "ALL"
               and ws-state-file(f) not = ws-select-file
               ws-state-file(f) " (" ws-record-count " records)".
       200-done.
           exit.
      *----------------------------------------------------------------
      *    300-load-operators: OPERATORS.DAT whole, so a failed
      *    password can be counted and the file written back.
       300-load-operators.
           move 0 to ws-oper-count.
           open input operator-file.
           if ws-operator-status = "35"
               continue
           else
               perform until ws-operator-status = "10"
                   read operator-file
                       at end move "10" to ws-operator-status
                       not at end
                           if ws-oper-count < 50
                               add 1 to ws-oper-count
                               move ws-oper-count to o
                               move fd-op-operator-id to ws-opr-id(o)
                               move fd-op-name to ws-opr-name(o)
                               move fd-op-active to ws-opr-active(o)
                               perform varying a from 1 by 1
                                   until a > 6
                                   move fd-op-auth(a)
                                       to ws-opr-auth(o, a)
                               end-perform
                               perform 310-load-credentials
                           end-if
                   end-read
               end-perform
               close operator-file
           end-if.
       310-load-credentials.
           move fd-op-password to ws-opr-password(o).
           move fd-op-pwd-changed to ws-opr-pwd-chg(o).
           if fd-op-fail-count is numeric
               move fd-op-fail-count to ws-opr-fails(o)
           else
               move 0 to ws-opr-fails(o)
           end-if.
           move fd-op-locked to ws-opr-locked(o).
           move fd-op-dept to ws-opr-dept(o).
      *    320-validate-requester: hold-maint's gate with the RESTORE
      *    slot - the approver needs the same slot, so a restore is
      *    always two RESTORE operators' doing.
       320-validate-requester.
           if ws-oper-count = 0
               display "state-restore: no OPERATORS.DAT on file -"
                   " restores need an authorization master."
               move "N" to ws-signon-ok
               go to 320-done
           end-if.
           perform 325-find-operator.
           if ws-found-idx = 0
               display "state-restore: operator " ws-operator-id
                   " is not on the operator master file."
               move "N" to ws-signon-ok
               go to 320-done
           end-if.
           move ws-found-idx to o.
           if ws-opr-active(o) not = "Y"
               display "state-restore: operator " ws-operator-id
                   " is deactivated."
               move "N" to ws-signon-ok
               go to 320-done
           end-if.
           if ws-opr-locked(o) = "Y"
               display "state-restore: operator " ws-operator-id
                   " is locked out - see oper-maint."
               move "N" to ws-signon-ok
               go to 320-done
           end-if.
           move "N" to ws-slot-ok.
           perform varying a from 1 by 1 until a > 6
               if ws-opr-auth(o, a) = "ALL"
                   or ws-opr-auth(o, a) = "RESTORE"
                   move "Y" to ws-slot-ok
               end-if
           end-perform.
           if ws-slot-ok = "N"
               display "state-restore: operator " ws-operator-id
                   " is not authorized for RESTORE."
               move "N" to ws-signon-ok
               go to 320-done
           end-if.
           if ws-opr-password(o) = spaces
               display "state-restore: no password on file - sign"
                   " on to param-menu first to set one."
               move "N" to ws-signon-ok
               go to 320-done
           end-if.
           perform 330-check-password thru 330-done.
       320-done.
           exit.
       325-find-operator.
           move 0 to ws-found-idx.
           perform varying o from 1 by 1
               until o > ws-oper-count or ws-found-idx not = 0
               if ws-opr-id(o) = ws-operator-id
                   move o to ws-found-idx
               end-if
           end-perform.
       330-check-password.
           move "N" to ws-pwd-ok.
           move 0 to ws-try.
           perform 335-try-one-password thru 335-done
               until ws-pwd-ok = "Y" or ws-try >= 3
                   or ws-opr-locked(o) = "Y".
           if ws-pwd-ok = "Y"
               if ws-opr-fails(o) not = 0
                   move 0 to ws-opr-fails(o)
                   perform 390-rewrite-operators
               end-if
           else
               move "N" to ws-signon-ok
           end-if.
       330-done.
           exit.
       335-try-one-password.
           add 1 to ws-try.
           display "Password: " with no advancing.
           accept ws-password.
           if ws-password = ws-opr-password(o)
               move "Y" to ws-pwd-ok
               go to 335-done
           end-if.
           display "state-restore: password does not match.".
           move spaces to ws-log-command.
           string "state-restore SIGNON FAIL " ws-operator-id
               delimited by size into ws-log-command.
           move function log-access(ws-operator-id, ws-log-command,
               spaces) to ws-log-status.
           if ws-opr-fails(o) < 99
               add 1 to ws-opr-fails(o)
           end-if.
           if ws-opr-fails(o) >= 5
               move "Y" to ws-opr-locked(o)
               display "state-restore: operator " ws-operator-id
                   " is now locked out - see oper-maint."
               move spaces to ws-log-command
               string "state-restore SIGNON LOCKOUT " ws-operator-id
                   delimited by size into ws-log-command
               move function log-access(ws-operator-id,
                   ws-log-command, spaces) to ws-log-status
           end-if.
           perform 390-rewrite-operators.
       335-done.
           exit.
       390-rewrite-operators.
           open output operator-file.
           perform varying o from 1 by 1 until o > ws-oper-count
               move ws-opr-id(o) to fd-op-operator-id
               move ws-opr-name(o) to fd-op-name
               move ws-opr-active(o) to fd-op-active
               perform varying a from 1 by 1 until a > 6
                   move ws-opr-auth(o, a) to fd-op-auth(a)
               end-perform
               move ws-opr-password(o) to fd-op-password
               move ws-opr-pwd-chg(o) to fd-op-pwd-changed
               move ws-opr-fails(o) to fd-op-fail-count
               move ws-opr-locked(o) to fd-op-locked
               move ws-opr-dept(o) to fd-op-dept
               write fd-operator-rec
           end-perform.
           close operator-file.
           move ws-found-idx to o.
      *----------------------------------------------------------------
      *    500-file-approval: the restore goes on APPROVALS.DAT for a
      *    second operator, and the filing itself is logged.
       500-file-approval.
           move spaces to ws-restore-detail.
           move ws-generation to ws-rd-generation.
           move ws-select-file to ws-rd-select-file.
           move function file-approval("state-restore", "RESTORE",
               ws-operator-id, ws-restore-detail) to ws-approval-id.
           if ws-approval-id = 0
               display "state-restore: APPROVALS.DAT could not be"
                   " written - nothing filed."
               move 16 to return-code
               go to 500-exit
           end-if.
           move spaces to ws-log-command ws-log-parms.
           string "state-restore FILE " ws-approval-id " RESTORE"
               delimited by size into ws-log-command.
           string "GEN=" ws-generation " FILE="
               function trim(ws-select-file)
               delimited by size into ws-log-parms.
           move function log-access(ws-operator-id, ws-log-command,
               ws-log-parms) to ws-log-status.
           display "state-restore: filed as approval " ws-approval-id
               " - a second RESTORE operator must approve it in"
               " approve-action.".
           move 0 to return-code.
       500-exit. exit.
      *----------------------------------------------------------------
      *    700-execute-approved: the generation and file come from the
      *    approved record, never the command line; restoring nothing
      *    is still RETURN-CODE 16, which approve-action records as a
      *    FAILED outcome.
       700-execute-approved.
           move 2 to ws-arg-num.
           display ws-arg-num upon argument-number.
           move spaces to ws-arg.
           accept ws-arg from argument-value.
           move function test-numval(ws-arg) to ws-numval-check.
           if ws-numval-check = 0
               compute ws-approval-id = function numval(ws-arg)
           end-if.
           move function get-approval(ws-approval-id) to ws-approval.
           if ws-approval = spaces
               or ws-apv-program not = "state-restore"
               or ws-apv-status not = "APPROVED"
               display "state-restore: approval " ws-approval-id
                   " is not an approved restore."
               move 16 to return-code
               go to 700-exit
           end-if.
           move ws-apv-detail to ws-restore-detail.
           move ws-rd-generation to ws-generation.
           move ws-rd-select-file to ws-select-file.
           display "state-restore: restoring generation "
               ws-generation " (" function trim(ws-select-file)
               ") for " function trim(ws-apv-requester) ".".
           perform 200-restore-one-file thru 200-done
               varying f from 1 by 1 until f > 7.
           if ws-restored-count = 0
               display "state-restore: nothing restored - check the"
                   " generation number."
               move 16 to return-code
           else
               display "state-restore: " ws-restored-count
                   " file(s) restored from generation " ws-generation
                   "."
               move 0 to return-code
           end-if.
       700-exit. exit.
       end program state-restore.
