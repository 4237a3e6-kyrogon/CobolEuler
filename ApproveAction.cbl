       identification division.
       program-id. approve-action.
      *----------------------------------------------------------------
      *    approve-action: the second pair of hands behind the suite's
      *    destructive operations. ledger-correct, state-restore and
      *    expect-maint's promote no longer act on one operator's word;
      *    each files a PENDING record on APPROVALS.DAT (file-approval,
      *    see src/library/approvals.cbl). Here a second operator signs
      *    on - the queue-entry gate: active id, password proven,
      *    failures counting toward the same lockout - and can:
      *      - list the pending actions, one line each;
      *      - review one: who filed it and when, and exactly what it
      *        will change - the ledger entry a reversal steps over and
      *        the corrected figure it appends, each state file a
      *        restore overwrites with its live and generation record
      *        counts, the EXPECTED.DAT row a promote replaces or adds
      *        beside the row it becomes - then approve or reject it;
      *      - list the decided actions with their outcomes.
      *    Only a different operator from the one who filed it may
      *    decide, and only one holding the action's authorization
      *    slot (or ALL) on OPERATORS.DAT: LEDGER for ledger-correct,
      *    RESTORE for state-restore, EXPECT for expect-maint. With no
      *    master file there is no second person to prove, so the
      *    program refuses outright, as ledger-correct does.
      *    An approved action is marked APPROVED and carried out at
      *    once by running its own program as "<program> EXECUTE <id>"
      *    (CALL "SYSTEM", as batch-driver launches its steps); that
      *    program re-reads its orders from APPROVALS.DAT. A zero
      *    return code marks it DONE, anything else FAILED (with a
      *    log-alert "W"); a rejection is marked REJECTED with the
      *    approver's reason. Every decision goes to AUDITLOG.DAT
      *    through log-access with the requester, the approver and
      *    the outcome.
      *    Status changes re-read APPROVALS.DAT under the shared lock
      *    and rewrite it whole, so a filing that lands mid-session is
      *    never lost and an action two approvers reach together is
      *    decided only once.
       environment division.
       configuration section.
           repository.
               function log-access
               function log-alert
               function lock-acquire
               function lock-release
               function enter-environment.
       input-output section.
       file-control.
           select operator-file assign to "OPERATORS.DAT"
               organization is line sequential
               file status is ws-operator-status.
           select approval-file assign to "APPROVALS.DAT"
               organization is line sequential
               file status is ws-approval-status.
           select ledger-file assign to "RESULTS.LED"
               organization is line sequential
               file status is ws-ledger-status.
           select expected-file assign to "EXPECTED.DAT"
               organization is line sequential
               file status is ws-expected-status.
           select count-file assign to dynamic ws-count-name
               organization is line sequential
               file status is ws-count-status.
       data division.
       file section.
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
       fd approval-file.
       01 fd-approval-rec          pic x(322).
       fd ledger-file.
       01 fd-ledger-rec.
           05 fd-led-program-id    pic x(08).
           05 fd-led-parameters    pic x(40).
           05 fd-led-result        pic x(18).
           05 fd-led-run-date      pic 9(08).
           05 fd-led-run-time      pic 9(06).
           05 fd-led-elapsed-sec   pic 9(05).
           05 fd-led-run-id        pic 9(10).
           05 fd-led-full-figure   pic x(01).
       fd expected-file.
       01 fd-expected-rec.
           05 fd-exp-program-id    pic x(08).
           05 fd-exp-result        pic x(18).
           05 fd-exp-parameters    pic x(40).
           05 fd-exp-tolerance     pic x(18).
           05 fd-exp-digits        pic 9(04).
           05 fd-exp-check         pic 9(09).
       fd count-file.
       01 fd-count-rec             pic x(512).
       working-storage section.
           01 ws-operator-status   pic x(02)   value "00".
           01 ws-approval-status   pic x(02)   value "00".
           01 ws-ledger-status     pic x(02)   value "00".
           01 ws-expected-status   pic x(02)   value "00".
           01 ws-count-status      pic x(02)   value "00".
           01 ws-count-name        pic x(44).
           01 ws-operator-id       pic x(08).
           01 ws-password          pic x(08).
           01 ws-pwd-ok            pic X.
           01 ws-try               pic 9(01).
           01 ws-signon-ok         pic X       value "Y".
           01 ws-log-command       pic x(80).
           01 ws-log-parms         pic x(60).
           01 ws-log-status        pic X.
           01 ws-alert-message     pic x(60).
           01 ws-lock-status       pic X.
           01 ws-choice            pic 9(01).
           01 ws-done              pic X       value "N".
           01 ws-decision          pic x(01).
           01 ws-entry-text        pic x(10).
           01 ws-numval-check      pic S9(4)   comp.
           01 ws-full-time         pic 9(08).
           01 ws-listed-count      pic 9(03).
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
           01 ws-signon-idx        pic 9(03).
      *    APPROVALS.DAT, whole - records are kept exactly as read so
      *    a rewrite changes nothing but the one decided; past the
      *    table's capacity nothing is rewritten at all.
           01 ws-approvals.
               05 ws-apv-count     pic 9(03)   value 0.
               05 ws-apv-entry     pic x(322) occurs 300 times.
           01 ws-approvals-overflow pic X      value "N".
      *    one record, laid out as file-approval writes it.
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
      *    the filing programs' detail layouts (see each program's
      *    header).
           01 ws-correct-detail.
               05 ws-cd-entry-program  pic x(08).
               05 ws-cd-entry-date     pic 9(08).
               05 ws-cd-entry-time     pic 9(06).
               05 ws-cd-corrected      pic x(18).
               05 ws-cd-bad-params     pic x(40).
               05 ws-cd-bad-result     pic x(18).
               05 filler               pic x(102).
           01 ws-restore-detail.
               05 ws-rd-generation     pic 9(02).
               05 ws-rd-select-file    pic x(16).
               05 filler               pic x(182).
           01 ws-promote-detail.
               05 ws-pd-program-id     pic x(08).
               05 ws-pd-parameters     pic x(40).
               05 ws-pd-result         pic x(18).
               05 ws-pd-run-date       pic 9(08).
               05 ws-pd-run-time       pic 9(06).
               05 ws-pd-digits         pic 9(04).
               05 ws-pd-check          pic 9(09).
               05 filler               pic x(107).
      *    state-restore's file set, in its order.
           01 ws-state-files.
               05 filler pic x(16) value "RESULTS.LED".
               05 filler pic x(16) value "REGISTRY.DAT".
               05 filler pic x(16) value "AUDITLOG.DAT".
               05 filler pic x(16) value "PRIMES.DAT".
               05 filler pic x(16) value "PRIMERNG.DAT".
               05 filler pic x(16) value "EXPECTED.DAT".
               05 filler pic x(16) value "BATCH-STATUS.DAT".
           01 ws-state-file-table redefines ws-state-files.
               05 ws-state-file    pic x(16) occurs 7 times.
           01 ws-live-count        pic 9(07).
           01 ws-gen-count         pic 9(07).
           01 ws-member-found      pic X.
           01 ws-gen-found         pic X.
           01 ws-entry-on-ledger   pic X.
           01 ws-exp-found         pic X.
           01 ws-target-id         pic 9(06).
           01 ws-target-idx        pic 9(03).
           01 ws-required-slot     pic x(08).
           01 ws-slot-ok           pic X.
           01 ws-prior-status      pic x(08).
           01 ws-new-status        pic x(08).
           01 ws-new-note          pic x(40).
           01 ws-update-ok         pic X.
           01 ws-summary           pic x(50).
           01 ws-run-command       pic x(80).
           01 ws-action-rc         pic 9(09)   comp.
           01 ws-action-rc-show    pic 9(09).
           01 o                    pic 9(03).
           01 a                    pic 9(01).
           01 v                    pic 9(03).
           01 f                    pic 9(02).
       procedure division.
       display function enter-environment("approve-action").
       perform 100-init thru 100-exit.
       if ws-signon-ok = "N"
           display "approve-action: sign-on refused."
           move 16 to return-code
           goback
       end-if.
       move spaces to ws-log-command.
       string "approve-action SIGNON " ws-operator-id
           delimited by size into ws-log-command.
       move function log-access(ws-operator-id, ws-log-command,
           spaces) to ws-log-status.
       perform 200-menu-loop thru 200-exit
           until ws-done = "Y".
       display "approve-action: session ended.".
       move 0 to return-code.
       goback.
       100-init.
           display "Operator ID: " with no advancing.
           accept ws-operator-id.
           perform 110-load-operators.
           perform 130-validate-signon thru 130-done.
       100-exit. exit.
       110-load-operators.
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
                               set o to ws-oper-count
                               move fd-op-operator-id to ws-opr-id(o)
                               move fd-op-name to ws-opr-name(o)
                               move fd-op-active to ws-opr-active(o)
                               perform varying a from 1 by 1
                                   until a > 6
                                   move fd-op-auth(a)
                                       to ws-opr-auth(o, a)
                               end-perform
                               perform 120-load-credentials
                           end-if
                   end-read
               end-perform
               close operator-file
           end-if.
       120-load-credentials.
           move fd-op-password to ws-opr-password(o).
           move fd-op-pwd-changed to ws-opr-pwd-chg(o).
           if fd-op-fail-count is numeric
               move fd-op-fail-count to ws-opr-fails(o)
           else
               move 0 to ws-opr-fails(o)
           end-if.
           move fd-op-locked to ws-opr-locked(o).
           move fd-op-dept to ws-opr-dept(o).
      *----------------------------------------------------------------
      *    130-validate-signon: queue-entry's gate, except that a site
      *    without the master file gets no open door here - the whole
      *    point is proving a second, authorized person.
       130-validate-signon.
           if ws-oper-count = 0
               display "approve-action: no OPERATORS.DAT on file -"
                   " approvals need an authorization master."
               move "N" to ws-signon-ok
               go to 130-done
           end-if.
           perform 135-find-operator.
           if ws-found-idx = 0
               display "approve-action: operator " ws-operator-id
                   " is not on the operator master file."
               move "N" to ws-signon-ok
               go to 130-done
           end-if.
           set o to ws-found-idx.
           if ws-opr-active(o) not = "Y"
               display "approve-action: operator " ws-operator-id
                   " is deactivated."
               move "N" to ws-signon-ok
               go to 130-done
           end-if.
           if ws-opr-locked(o) = "Y"
               display "approve-action: operator " ws-operator-id
                   " is locked out - see oper-maint."
               move "N" to ws-signon-ok
               go to 130-done
           end-if.
           if ws-opr-password(o) = spaces
               display "approve-action: no password on file - sign"
                   " on to param-menu first to set one."
               move "N" to ws-signon-ok
               go to 130-done
           end-if.
           perform 136-check-password thru 136-done.
           move ws-found-idx to ws-signon-idx.
       130-done.
           exit.
       135-find-operator.
           move 0 to ws-found-idx.
           perform varying o from 1 by 1
               until o > ws-oper-count or ws-found-idx not = 0
               if ws-opr-id(o) = ws-operator-id
                   move o to ws-found-idx
               end-if
           end-perform.
       136-check-password.
           move "N" to ws-pwd-ok.
           move 0 to ws-try.
           perform 137-try-one-password thru 137-done
               until ws-pwd-ok = "Y" or ws-try >= 3
                   or ws-opr-locked(o) = "Y".
           if ws-pwd-ok = "Y"
               if ws-opr-fails(o) not = 0
                   move 0 to ws-opr-fails(o)
                   perform 190-rewrite-operators
               end-if
           else
               move "N" to ws-signon-ok
           end-if.
       136-done.
           exit.
       137-try-one-password.
           add 1 to ws-try.
           display "Password: " with no advancing.
           accept ws-password.
           if ws-password = ws-opr-password(o)
               move "Y" to ws-pwd-ok
               go to 137-done
           end-if.
           display "approve-action: password does not match.".
           move spaces to ws-log-command.
           string "approve-action SIGNON FAIL " ws-operator-id
               delimited by size into ws-log-command.
           move function log-access(ws-operator-id, ws-log-command,
               spaces) to ws-log-status.
           if ws-opr-fails(o) < 99
               add 1 to ws-opr-fails(o)
           end-if.
           if ws-opr-fails(o) >= 5
               move "Y" to ws-opr-locked(o)
               display "approve-action: operator " ws-operator-id
                   " is now locked out - see oper-maint."
               move spaces to ws-log-command
               string "approve-action SIGNON LOCKOUT " ws-operator-id
                   delimited by size into ws-log-command
               move function log-access(ws-operator-id,
                   ws-log-command, spaces) to ws-log-status
           end-if.
           perform 190-rewrite-operators.
       137-done.
           exit.
      *----------------------------------------------------------------
      *    150-load-approvals: the whole file into the table; a missing
      *    file is simply nothing pending.
       150-load-approvals.
           move 0 to ws-apv-count.
           move "N" to ws-approvals-overflow.
           open input approval-file.
           if ws-approval-status not = "00"
               go to 150-done
           end-if.
           perform until ws-approval-status = "10"
               read approval-file
                   at end move "10" to ws-approval-status
                   not at end
                       if ws-apv-count < 300
                           add 1 to ws-apv-count
                           move fd-approval-rec
                               to ws-apv-entry(ws-apv-count)
                       else
                           move "Y" to ws-approvals-overflow
                       end-if
               end-read
           end-perform.
           close approval-file.
       150-done.
           exit.
       160-find-approval.
           move 0 to ws-target-idx.
           perform varying v from 1 by 1
               until v > ws-apv-count or ws-target-idx not = 0
               move ws-apv-entry(v) to ws-approval
               if ws-apv-id is numeric
                   and ws-apv-id = ws-target-id
                   move v to ws-target-idx
               end-if
           end-perform.
           if ws-target-idx not = 0
               move ws-apv-entry(ws-target-idx) to ws-approval
           end-if.
       200-menu-loop.
           display " ".
           display "===== Dual-control approvals =====".
           display "1. list pending actions".
           display "2. review and decide an action".
           display "3. list decided actions".
           display "4. exit".
           display "Selection: " with no advancing.
           accept ws-choice.
           evaluate ws-choice
               when 1 perform 300-list-pending thru 300-exit
               when 2 perform 400-review thru 400-exit
               when 3 perform 350-list-decided thru 350-exit
               when 4 move "Y" to ws-done
               when other
                   display "approve-action: invalid selection."
           end-evaluate.
       200-exit. exit.
       300-list-pending.
           perform 150-load-approvals thru 150-done.
           move 0 to ws-listed-count.
           display "ID     PROGRAM          ACTION   FILED BY"
               " DATE     TIME   WHAT".
           perform varying v from 1 by 1 until v > ws-apv-count
               move ws-apv-entry(v) to ws-approval
               if ws-apv-status = "PENDING"
                   add 1 to ws-listed-count
                   perform 310-summarize
                   display ws-apv-id space ws-apv-program space
                       ws-apv-action space ws-apv-requester space
                       ws-apv-req-date space ws-apv-req-time space
                       function trim(ws-summary trailing)
               end-if
           end-perform.
           display "Pending: " ws-listed-count.
       300-exit. exit.
      *    310-summarize: one line of what the action in ws-approval
      *    does, for the lists.
       310-summarize.
           move spaces to ws-summary.
           evaluate ws-apv-action
               when "REVERSE"
                   move ws-apv-detail to ws-correct-detail
                   if ws-cd-corrected = spaces
                       string ws-cd-entry-program " "
                           ws-cd-entry-date " " ws-cd-entry-time
                           " -> none"
                           delimited by size into ws-summary
                   else
                       string ws-cd-entry-program " "
                           ws-cd-entry-date " " ws-cd-entry-time
                           " -> " function trim(ws-cd-corrected)
                           delimited by size into ws-summary
                   end-if
               when "RESTORE"
                   move ws-apv-detail to ws-restore-detail
                   string "generation " ws-rd-generation " "
                       function trim(ws-rd-select-file)
                       delimited by size into ws-summary
               when "PROMOTE"
                   move ws-apv-detail to ws-promote-detail
                   string ws-pd-program-id " = "
                       function trim(ws-pd-result) " ("
                       ws-pd-run-date ")"
                       delimited by size into ws-summary
           end-evaluate.
       350-list-decided.
           perform 150-load-approvals thru 150-done.
           move 0 to ws-listed-count.
           display "ID     PROGRAM          ACTION   STATUS   FILED BY"
               " APPROVER DECIDED  NOTE".
           perform varying v from 1 by 1 until v > ws-apv-count
               move ws-apv-entry(v) to ws-approval
               if ws-apv-status not = "PENDING"
                   add 1 to ws-listed-count
                   display ws-apv-id space ws-apv-program space
                       ws-apv-action space ws-apv-status space
                       ws-apv-requester space ws-apv-approver space
                       ws-apv-dec-date space
                       function trim(ws-apv-note trailing)
               end-if
           end-perform.
           display "Decided: " ws-listed-count.
       350-exit. exit.
      *----------------------------------------------------------------
      *    400-review: anyone signed on may look; only a different
      *    operator holding the action's slot may decide.
       400-review.
           display "  Approval number: " with no advancing.
           accept ws-entry-text.
           if ws-entry-text = spaces
               display "  Cancelled."
               go to 400-exit
           end-if.
           move function test-numval(ws-entry-text)
               to ws-numval-check.
           if ws-numval-check not = 0
               display "  Not numeric: " ws-entry-text
               go to 400-exit
           end-if.
           compute ws-target-id = function numval(ws-entry-text).
           perform 150-load-approvals thru 150-done.
           perform 160-find-approval.
           if ws-target-idx = 0
               display "  No approval " ws-target-id " on file."
               go to 400-exit
           end-if.
           display " ".
           display "  Approval " ws-apv-id ": "
               function trim(ws-apv-program) " "
               function trim(ws-apv-action) " - " ws-apv-status.
           display "  Filed by " ws-apv-requester " on "
               ws-apv-req-date " at " ws-apv-req-time ".".
           perform 450-show-impact thru 450-exit.
           if ws-apv-status not = "PENDING"
               display "  Already decided by " ws-apv-approver
                   " on " ws-apv-dec-date ": "
                   function trim(ws-apv-note trailing)
               go to 400-exit
           end-if.
           if ws-apv-requester = ws-operator-id
               display "  You filed this action - a second operator"
                   " must decide it."
               go to 400-exit
           end-if.
           perform 420-check-slot.
           if ws-slot-ok = "N"
               display "  Operator " ws-operator-id " does not hold"
                   " the " function trim(ws-required-slot)
                   " slot - cannot decide this action."
               go to 400-exit
           end-if.
           display "  Approve, reject, or leave pending (A/R/blank): "
               with no advancing.
           accept ws-decision.
           evaluate ws-decision
               when "A" when "a"
                   perform 500-approve thru 500-exit
               when "R" when "r"
                   perform 550-reject thru 550-exit
               when other
                   display "  Left pending."
           end-evaluate.
       400-exit. exit.
       420-check-slot.
           evaluate ws-apv-program
               when "ledger-correct"
                   move "LEDGER" to ws-required-slot
               when "state-restore"
                   move "RESTORE" to ws-required-slot
               when "expect-maint"
                   move "EXPECT" to ws-required-slot
               when other
                   move "ALL" to ws-required-slot
           end-evaluate.
           move "N" to ws-slot-ok.
           set o to ws-signon-idx.
           perform varying a from 1 by 1 until a > 6
               if ws-opr-auth(o, a) = "ALL"
                   or ws-opr-auth(o, a) = ws-required-slot
                   move "Y" to ws-slot-ok
               end-if
           end-perform.
      *----------------------------------------------------------------
      *    450-show-impact: what the action will change, read from the
      *    files as they stand now rather than as they stood at filing.
       450-show-impact.
           evaluate ws-apv-action
               when "REVERSE"
                   perform 460-show-reverse thru 460-exit
               when "RESTORE"
                   perform 470-show-restore thru 470-exit
               when "PROMOTE"
                   perform 480-show-promote thru 480-exit
               when other
                   display "  Unknown action - it cannot be carried"
                       " out."
           end-evaluate.
       450-exit. exit.
       460-show-reverse.
           move ws-apv-detail to ws-correct-detail.
           display "  Reverses ledger entry " ws-cd-entry-program " "
               ws-cd-entry-date " " ws-cd-entry-time ":".
           display "    result     " ws-cd-bad-result.
           display "    parameters " function trim(ws-cd-bad-params).
           move "N" to ws-entry-on-ledger.
           open input ledger-file.
           if ws-ledger-status = "00"
               perform until ws-ledger-status = "10"
                   read ledger-file
                       at end move "10" to ws-ledger-status
                       not at end
                           if fd-led-program-id = ws-cd-entry-program
                               and fd-led-run-date = ws-cd-entry-date
                               and fd-led-run-time = ws-cd-entry-time
                               move "Y" to ws-entry-on-ledger
                           end-if
                   end-read
               end-perform
               close ledger-file
           end-if.
           if ws-entry-on-ledger = "N"
               display "  ** The entry is no longer on RESULTS.LED -"
                   " the reversal will fail. **"
           end-if.
           if ws-cd-corrected = spaces
               display "  No corrected result - the question is left"
                   " without an answer on file."
           else
               display "  Then appends corrected result "
                   function trim(ws-cd-corrected)
                   " under the same parameters."
           end-if.
       460-exit. exit.
       470-show-restore.
           move ws-apv-detail to ws-restore-detail.
           display "  Restores generation " ws-rd-generation " ("
               function trim(ws-rd-select-file) "), overwriting:".
           perform 475-show-one-file thru 475-done
               varying f from 1 by 1 until f > 7.
       470-exit. exit.
       475-show-one-file.
           if ws-rd-select-file not = "ALL"
               and ws-state-file(f) not = ws-rd-select-file
               go to 475-done
           end-if.
           move spaces to ws-count-name.
           string function trim(ws-state-file(f))
               ".G" ws-rd-generation
               delimited by size into ws-count-name.
           perform 478-count-records.
           move ws-live-count to ws-gen-count.
           move ws-member-found to ws-gen-found.
           move spaces to ws-count-name.
           move ws-state-file(f) to ws-count-name.
           perform 478-count-records.
           if ws-gen-found = "N"
               display "    " ws-state-file(f) " live " ws-live-count
                   " records - no generation member, left as is"
           else
               display "    " ws-state-file(f) " live " ws-live-count
                   " records -> generation " ws-gen-count " records"
           end-if.
       475-done.
           exit.
      *    478-count-records: the records in ws-count-name into
      *    ws-live-count; ws-member-found says whether it exists.
       478-count-records.
           move 0 to ws-live-count.
           move "N" to ws-member-found.
           move "00" to ws-count-status.
           open input count-file.
           if ws-count-status = "00"
               move "Y" to ws-member-found
               perform until ws-count-status = "10"
                   read count-file
                       at end move "10" to ws-count-status
                       not at end add 1 to ws-live-count
                   end-read
               end-perform
               close count-file
           end-if.
       480-show-promote.
           move ws-apv-detail to ws-promote-detail.
           display "  Promotes " ws-pd-program-id " run "
               ws-pd-run-date " " ws-pd-run-time " into EXPECTED.DAT".
           display "    parameters " function trim(ws-pd-parameters).
           move "N" to ws-exp-found.
           open input expected-file.
           if ws-expected-status = "00"
               perform until ws-expected-status = "10"
                   read expected-file
                       at end move "10" to ws-expected-status
                       not at end
                           if fd-exp-program-id = ws-pd-program-id
                               and fd-exp-parameters
                                   = ws-pd-parameters
                               move "Y" to ws-exp-found
                               display "    now        "
                                   fd-exp-result " tolerance "
                                   fd-exp-tolerance
                           end-if
                   end-read
               end-perform
               close expected-file
           end-if.
           if ws-exp-found = "N"
               display "    now        (no row - one is added,"
                   " exact match)"
           end-if.
           display "    becomes    " ws-pd-result.
           if ws-pd-digits > 0
               display "    full figure " ws-pd-digits
                   " digits, check " ws-pd-check
           end-if.
       480-exit. exit.
      *----------------------------------------------------------------
      *    500-approve: APPROVED first - the executing program acts
      *    only on an APPROVED record - then the launch, then the
      *    outcome.
       500-approve.
           move "PENDING" to ws-prior-status.
           move "APPROVED" to ws-new-status.
           move "BEING CARRIED OUT" to ws-new-note.
           perform 600-set-status thru 600-exit.
           if ws-update-ok = "N"
               go to 500-exit
           end-if.
           move spaces to ws-run-command.
           string "./" function trim(ws-apv-program) " EXECUTE "
               ws-apv-id delimited by size into ws-run-command.
           display "  Carrying out: " function trim(ws-run-command).
           call "SYSTEM" using ws-run-command.
           move return-code to ws-action-rc.
           move ws-action-rc to ws-action-rc-show.
           move "APPROVED" to ws-prior-status.
           move spaces to ws-new-note.
           if ws-action-rc = 0
               move "DONE" to ws-new-status
               move "CARRIED OUT" to ws-new-note
           else
               move "FAILED" to ws-new-status
               string "RC " ws-action-rc-show
                   " - see the console log"
                   delimited by size into ws-new-note
           end-if.
           perform 600-set-status thru 600-exit.
           move spaces to ws-log-command.
           string "approve-action APPROVE " ws-apv-id " "
               function trim(ws-apv-program) " " ws-apv-action
               delimited by size into ws-log-command.
           perform 650-build-log-parms.
           move function log-access(ws-operator-id, ws-log-command,
               ws-log-parms) to ws-log-status.
           if ws-new-status = "FAILED"
               move spaces to ws-alert-message
               string "approved action " ws-apv-id " failed, rc "
                   ws-action-rc-show
                   delimited by size into ws-alert-message
               move function log-alert("APPROVE", "W",
                   ws-alert-message) to ws-log-status
               display "  Approval " ws-apv-id " FAILED - rc "
                   ws-action-rc-show "."
           else
               display "  Approval " ws-apv-id " carried out."
           end-if.
       500-exit. exit.
       550-reject.
           display "  Reason for rejecting: " with no advancing.
           accept ws-new-note.
           if ws-new-note = spaces
               move "NO REASON GIVEN" to ws-new-note
           end-if.
           move "PENDING" to ws-prior-status.
           move "REJECTED" to ws-new-status.
           perform 600-set-status thru 600-exit.
           if ws-update-ok = "N"
               go to 550-exit
           end-if.
           move spaces to ws-log-command.
           string "approve-action REJECT " ws-apv-id " "
               function trim(ws-apv-program) " " ws-apv-action
               delimited by size into ws-log-command.
           perform 650-build-log-parms.
           move function log-access(ws-operator-id, ws-log-command,
               ws-log-parms) to ws-log-status.
           display "  Approval " ws-apv-id " rejected.".
       550-exit. exit.
      *----------------------------------------------------------------
      *    600-set-status: moves approval ws-target-id from
      *    ws-prior-status to ws-new-status with ws-new-note, stamped
      *    with this operator and the moment. The file is re-read
      *    under the lock first, so the change lands on the record as
      *    it stands now; if someone else has moved it on meanwhile,
      *    nothing is written.
       600-set-status.
           move "N" to ws-update-ok.
           move function lock-acquire("APPROVALS.DAT")
               to ws-lock-status.
           perform 150-load-approvals thru 150-done.
           if ws-approvals-overflow = "Y"
               display "  APPROVALS.DAT is over 300 records - archive"
                   " decided ones before deciding more."
               go to 600-release
           end-if.
           perform 160-find-approval.
           if ws-target-idx = 0
               display "  Approval " ws-target-id " is gone from"
                   " APPROVALS.DAT."
               go to 600-release
           end-if.
           if ws-apv-status not = ws-prior-status
               display "  Approval " ws-target-id " is now "
                   ws-apv-status " - decided by " ws-apv-approver
                   " meanwhile."
               go to 600-release
           end-if.
           move ws-new-status to ws-apv-status.
           move ws-operator-id to ws-apv-approver.
           accept ws-apv-dec-date from date yyyymmdd.
           accept ws-full-time from time.
           divide ws-full-time by 100 giving ws-apv-dec-time.
           move ws-new-note to ws-apv-note.
           move ws-approval to ws-apv-entry(ws-target-idx).
           open output approval-file.
           perform varying v from 1 by 1 until v > ws-apv-count
               move ws-apv-entry(v) to fd-approval-rec
               write fd-approval-rec
           end-perform.
           close approval-file.
           move "Y" to ws-update-ok.
       600-release.
           move function lock-release("APPROVALS.DAT")
               to ws-lock-status.
       600-exit. exit.
       650-build-log-parms.
           move spaces to ws-log-parms.
           string "REQ=" ws-apv-requester " APR=" ws-operator-id
               " OUTCOME=" ws-new-status
               delimited by size into ws-log-parms.
       190-rewrite-operators.
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
           set o to ws-found-idx.
       end program approve-action.
