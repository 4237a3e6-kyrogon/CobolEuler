      *    update-registry uses on REGISTRY.DAT. The latest ledger
      *    entry for a promote comes from the RESULTS.IDX keyed
      *    companion (see src/library/ledger.cbl), falling back to a
      *    full RESULTS.LED walk when the index is absent. Promoting a
      *    run whose answer outgrew the ledger's 18-byte field also
      *    records the complete RESULTS.BIG figure's digit count and
      *    check value, so reconcile verifies the whole figure.
      *    The maintainer signs in with an id at the start, and every
      *    row added, changed or promoted goes to the shared change
      *    journal as a before and after image (log-change, see
      *    src/library/chgjrnl.cbl) - a tolerance that moves can
      *    always be traced back to who moved it and from what.
      *    Dual control on promote: a promote changes what counts as a
      *    correct answer, so the maintainer's confirmed promote is only
      *    filed on APPROVALS.DAT (file-approval, see
      *    src/library/approvals.cbl). A second operator holding the
      *    EXPECT slot (or ALL) approves it in approve-action, which
      *    runs "expect-maint EXECUTE <id>" to write the row, journalled
      *    under the requesting maintainer. Approval detail: program
      *    x(08), run parameters x(40), ledger result x(18), run date
      *    9(08) and time 9(06), full-figure digits 9(04) and check
      *    9(09).
      *    The maintainer id is signed on through hold-maint's gate
      *    before the menu: an active OPERATORS.DAT id holding the
      *    EXPECT slot (or ALL), not locked out, password proven,
      *    failures counting toward the same lockout - so the id a
      *    promote is filed and journalled under is the operator's
      *    own. With no master file the program refuses.
       environment division.
       configuration section.
           repository.
               function get-big-result
               function rec-hash
               function log-change
               function log-access
               function file-approval
               function get-approval
               function enter-environment.
       input-output section.
       file-control.
           select expected-file assign to "EXPECTED.DAT"
               access mode is random
               record key is fd-crt-key
               file status is ws-cert-status.
           select operator-file assign to "OPERATORS.DAT"
               organization is line sequential
               file status is ws-operator-status.
       data division.
       file section.
       fd expected-file.
           05 fd-exp-result        pic x(18).
           05 fd-exp-parameters    pic x(40).
           05 fd-exp-tolerance     pic x(18).
           05 fd-exp-digits        pic 9(04).
           05 fd-exp-check         pic 9(09).
       fd ledger-file.
       01 fd-ledger-rec.
           05 fd-led-program-id    pic x(08).
           05 fd-led-run-date      pic 9(08).
           05 fd-led-run-time      pic 9(06).
           05 fd-led-elapsed-sec   pic 9(05).
           05 fd-led-run-id        pic 9(10).
           05 fd-led-full-figure   pic x(01).
       fd ledger-index.
       01 fd-index-rec.
           05 fd-idx-key.
           05 fd-crt-cert-date     pic 9(08).
           05 fd-crt-cert-time     pic 9(06).
           05 fd-crt-operator      pic x(08).
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
           01 ws-expected-status   pic x(02)   value "00".
           01 ws-ledger-status     pic x(02)   value "00".
           01 ws-cert-check        pic x(08).
           01 ws-nudge             pic 9(01).
           01 ws-confirm           pic x(01).
           01 ws-big-figure        pic x(3200).
           01 ws-big-digits        pic 9(04).
           01 ws-big-check         pic 9(09).
           01 ws-tail-len          pic 9(04).
           01 ws-expected-list.
               05 ws-expected-count pic 9(03) value 0.
               05 ws-expected-entry occurs 50 times.
                   10 ws-exp-result      pic x(18).
                   10 ws-exp-parameters  pic x(40).
                   10 ws-exp-tolerance   pic x(18).
                   10 ws-exp-digits      pic 9(04).
                   10 ws-exp-check       pic 9(09).
           01 x                    pic 9(03).
           01 ws-maintainer-id     pic x(08).
           01 ws-operator-status   pic x(02)   value "00".
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
           01 ws-oper-idx          pic 9(03).
           01 o                    pic 9(03).
           01 a                    pic 9(01).
      *    change-journal images - a table entry is laid out exactly
      *    as the record it is written back as; the key is the
      *    program-id plus parameter string 450-find-entry matches.
           01 ws-chg-action        pic x(06).
           01 ws-chg-key           pic x(48).
           01 ws-chg-before        pic x(200).
           01 ws-chg-after         pic x(200).
           01 ws-chg-status        pic X.
           01 ws-arg               pic x(40).
           01 ws-arg-num           pic 9(2).
           01 ws-arg-count         pic 9(2).
           01 ws-log-command       pic x(80).
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
           01 ws-promote-detail.
               05 ws-pd-program-id     pic x(08).
               05 ws-pd-parameters     pic x(40).
               05 ws-pd-result         pic x(18).
               05 ws-pd-run-date       pic 9(08).
               05 ws-pd-run-time       pic 9(06).
               05 ws-pd-digits         pic 9(04).
               05 ws-pd-check          pic 9(09).
               05 filler               pic x(107).
       procedure division.
       display function enter-environment("expect-maint").
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
       display "Maintainer ID: " with no advancing.
       accept ws-maintainer-id.
       perform 800-load-operators.
       perform 820-validate-maintainer thru 820-done.
       if ws-signon-ok = "N"
           display "expect-maint: sign-on refused."
           move 16 to return-code
           goback
       end-if.
       perform 100-load-expected thru 100-exit.
       perform 200-menu-loop thru 200-exit
           until ws-done = "Y".
                                   to ws-exp-parameters(x)
                               move fd-exp-tolerance
                                   to ws-exp-tolerance(x)
                               move 0 to ws-exp-digits(x)
                               move 0 to ws-exp-check(x)
                               if fd-exp-digits is numeric
                                   and fd-exp-check is numeric
                                   move fd-exp-digits
                                       to ws-exp-digits(x)
                                   move fd-exp-check
                                       to ws-exp-check(x)
                               end-if
                           end-if
                   end-read
               end-perform
               move ws-entry-result to ws-exp-result(x)
               move ws-entry-parameters to ws-exp-parameters(x)
               move ws-entry-tolerance to ws-exp-tolerance(x)
               move "ADD" to ws-chg-action
               move spaces to ws-chg-before
               display "  Added " ws-entry-id "."
           else
               set x to ws-found-idx
               move "CHANGE" to ws-chg-action
               move ws-expected-entry(x) to ws-chg-before
               move ws-entry-result to ws-exp-result(x)
               move ws-entry-tolerance to ws-exp-tolerance(x)
               display "  Changed " ws-entry-id "."
           end-if.
      *    a keyed-in figure is an 18-byte answer only - any full
      *    figure a past promote recorded no longer belongs to it.
           move 0 to ws-exp-digits(x).
           move 0 to ws-exp-check(x).
           perform 650-journal-change.
           perform 600-rewrite-file.
       400-exit. exit.
      *    450-find-entry: rows are keyed by program-id PLUS parameter
      *    500-promote: copy a program's latest RESULTS.LED result into
      *    its expected row - shown with its run date and confirmed by
      *    the operator first, because promoting an unverified figure
      *    would just teach reconcile to bless a wrong answer. The
      *    confirmed promote is filed for a second operator's approval
      *    (560-file-approval); 570-apply-promote writes it once
      *    approved.
       500-promote.
           display "  Program ID to promote: " with no advancing.
           accept ws-entry-id.
           display "  Latest ledger result for " ws-entry-id ": "
               ws-ledger-result " (" ws-ledger-run-date ")".
           display "  Run parameters: " ws-ledger-parameters.
           perform 540-fetch-full-figure thru 540-exit.
           if ws-big-digits > 0
               display "  Full figure on RESULTS.BIG: " ws-big-digits
                   " digits, check " ws-big-check "."
           end-if.
      *    a certified source row is the standard; an uncertified
      *    one can still be promoted, but only past its own warning
      *    and an explicit second yes - see certify.cbl for how
                   go to 500-exit
               end-if
           end-if.
           display "  File this promote for approval (Y/N): "
               with no advancing.
           accept ws-confirm.
           if ws-confirm not = "Y" and ws-confirm not = "y"
               display "  Cancelled."
               go to 500-exit
           end-if.
           perform 560-file-approval thru 560-exit.
       500-exit. exit.
      *    560-file-approval: the figure, its run and its full-figure
      *    fingerprint are filed as they stand now, so what is approved
      *    is exactly what was reviewed even if the program runs again
      *    before the approval lands.
       560-file-approval.
           move spaces to ws-promote-detail.
           move ws-entry-id to ws-pd-program-id.
           move ws-ledger-parameters to ws-pd-parameters.
           move ws-ledger-result to ws-pd-result.
           move ws-ledger-run-date to ws-pd-run-date.
           move ws-ledger-run-time to ws-pd-run-time.
           move ws-big-digits to ws-pd-digits.
           move ws-big-check to ws-pd-check.
           move function file-approval("expect-maint", "PROMOTE",
               ws-maintainer-id, ws-promote-detail)
               to ws-approval-id.
           if ws-approval-id = 0
               display "  APPROVALS.DAT could not be written -"
                   " nothing filed."
               go to 560-exit
           end-if.
           move spaces to ws-log-command.
           string "expect-maint FILE " ws-approval-id " PROMOTE "
               ws-entry-id delimited by size into ws-log-command.
           move function log-access(ws-maintainer-id, ws-log-command,
               ws-ledger-parameters) to ws-log-status.
           display "  Filed as approval " ws-approval-id " - a second"
               " EXPECT operator must approve it in approve-action.".
       560-exit. exit.
      *    570-apply-promote: ws-entry-id and the ws-ledger- and
      *    ws-big- fields hold the approved promote.
       570-apply-promote.
      *    the promoted row carries the run's own parameter string, so
      *    reconcile only ever holds future runs under these same
      *    parameters to the promoted figure.
           if ws-found-idx = 0
               if ws-expected-count >= 50
                   display "  Expected table full (50)."
                   move 16 to return-code
                   go to 570-exit
               end-if
               add 1 to ws-expected-count
               set x to ws-expected-count
               move ws-entry-id to ws-exp-program-id(x)
               move ws-entry-parameters to ws-exp-parameters(x)
               move spaces to ws-exp-tolerance(x)
               move "ADD" to ws-chg-action
               move spaces to ws-chg-before
           else
               set x to ws-found-idx
               move "CHANGE" to ws-chg-action
               move ws-expected-entry(x) to ws-chg-before
           end-if.
           move ws-ledger-result to ws-exp-result(x).
           move ws-big-digits to ws-exp-digits(x).
           move ws-big-check to ws-exp-check(x).
           perform 650-journal-change.
           perform 600-rewrite-file.
           display "  Promoted " ws-entry-id ".".
           move 0 to return-code.
       570-exit. exit.
       510-fetch-latest-ledger.
           move "N" to ws-ledger-found.
           move spaces to ws-ledger-result.
           close cert-file.
       520-done.
           exit.
      *    540-fetch-full-figure: the promoted run's complete figure,
      *    when it has one - zero digits and check otherwise, which
      *    reconcile reads as "the 18-digit result is the answer".
      *    A figure whose low digits are not the ledger result belongs
      *    to a same-second neighbour, not this run, and is ignored.
       540-fetch-full-figure.
           move 0 to ws-big-digits ws-big-check.
           move function get-big-result(ws-entry-id,
               ws-ledger-run-date, ws-ledger-run-time)
               to ws-big-figure.
           if ws-big-figure = spaces
               go to 540-exit
           end-if.
           compute ws-big-digits =
               function length(function trim(ws-big-figure)).
           compute ws-tail-len =
               function length(function trim(ws-ledger-result)).
           if ws-tail-len > ws-big-digits
               move 0 to ws-big-digits
               go to 540-exit
           end-if.
           if function trim(ws-ledger-result) not =
               ws-big-figure(ws-big-digits - ws-tail-len + 1:
                   ws-tail-len)
               move 0 to ws-big-digits
               go to 540-exit
           end-if.
           move function rec-hash(ws-big-figure, "0")
               to ws-big-check.
       540-exit. exit.
       600-rewrite-file.
           open output expected-file.
           perform varying x from 1 by 1 until x > ws-expected-count
               move ws-exp-result(x) to fd-exp-result
               move ws-exp-parameters(x) to fd-exp-parameters
               move ws-exp-tolerance(x) to fd-exp-tolerance
               move ws-exp-digits(x) to fd-exp-digits
               move ws-exp-check(x) to fd-exp-check
               write fd-expected-rec
           end-perform.
           close expected-file.
      *    650-journal-change: the entry at x as it now stands is the
      *    after-image; the caller has set the action and the
      *    before-image. Journalled ahead of 600-rewrite-file, while
      *    x still points at the entry.
       650-journal-change.
           move ws-expected-entry(x) to ws-chg-after.
           move ws-exp-program-id(x) to ws-chg-key(1:8).
           move ws-exp-parameters(x) to ws-chg-key(9:40).
           move function log-change("EXPECTED.DAT", ws-maintainer-id,
               ws-chg-action, ws-chg-key, ws-chg-before,
               ws-chg-after) to ws-chg-status.
           if ws-chg-status not = "Y"
               display "expect-maint: CHGJRNL.DAT could not be"
                   " written - this change is not journalled and"
                   " cannot be rolled back."
           end-if.
      *----------------------------------------------------------------
      *    700-execute-approved: approve-action carrying out an
      *    approved promote. The orders are re-read from APPROVALS.DAT,
      *    never the command line; the change journal names the
      *    requesting maintainer, and approve-action's access-log line
      *    names the approver.
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
               or ws-apv-program not = "expect-maint"
               or ws-apv-status not = "APPROVED"
               display "expect-maint: approval " ws-approval-id
                   " is not an approved promote."
               move 16 to return-code
               go to 700-exit
           end-if.
           move ws-apv-detail to ws-promote-detail.
           move ws-apv-requester to ws-maintainer-id.
           move ws-pd-program-id to ws-entry-id.
           move ws-pd-parameters to ws-ledger-parameters.
           move ws-pd-result to ws-ledger-result.
           move ws-pd-run-date to ws-ledger-run-date.
           move ws-pd-run-time to ws-ledger-run-time.
           move ws-pd-digits to ws-big-digits.
           move ws-pd-check to ws-big-check.
           perform 100-load-expected thru 100-exit.
           perform 570-apply-promote thru 570-exit.
       700-exit. exit.
      *----------------------------------------------------------------
      *    800-load-operators: OPERATORS.DAT whole, so a failed
      *    password can be counted and the file written back.
       800-load-operators.
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
                               perform 810-load-credentials
                           end-if
                   end-read
               end-perform
               close operator-file
           end-if.
       810-load-credentials.
           move fd-op-password to ws-opr-password(o).
           move fd-op-pwd-changed to ws-opr-pwd-chg(o).
           if fd-op-fail-count is numeric
               move fd-op-fail-count to ws-opr-fails(o)
           else
               move 0 to ws-opr-fails(o)
           end-if.
           move fd-op-locked to ws-opr-locked(o).
           move fd-op-dept to ws-opr-dept(o).
      *    820-validate-maintainer: hold-maint's gate with the EXPECT
      *    slot - the approver of a promote needs the same slot.
       820-validate-maintainer.
           if ws-oper-count = 0
               display "expect-maint: no OPERATORS.DAT on file -"
                   " maintenance needs an authorization master."
               move "N" to ws-signon-ok
               go to 820-done
           end-if.
           perform 825-find-operator.
           if ws-oper-idx = 0
               display "expect-maint: operator " ws-maintainer-id
                   " is not on the operator master file."
               move "N" to ws-signon-ok
               go to 820-done
           end-if.
           move ws-oper-idx to o.
           if ws-opr-active(o) not = "Y"
               display "expect-maint: operator " ws-maintainer-id
                   " is deactivated."
               move "N" to ws-signon-ok
               go to 820-done
           end-if.
           if ws-opr-locked(o) = "Y"
               display "expect-maint: operator " ws-maintainer-id
                   " is locked out - see oper-maint."
               move "N" to ws-signon-ok
               go to 820-done
           end-if.
           move "N" to ws-slot-ok.
           perform varying a from 1 by 1 until a > 6
               if ws-opr-auth(o, a) = "ALL"
                   or ws-opr-auth(o, a) = "EXPECT"
                   move "Y" to ws-slot-ok
               end-if
           end-perform.
           if ws-slot-ok = "N"
               display "expect-maint: operator " ws-maintainer-id
                   " is not authorized for EXPECT."
               move "N" to ws-signon-ok
               go to 820-done
           end-if.
           if ws-opr-password(o) = spaces
               display "expect-maint: no password on file - sign"
                   " on to param-menu first to set one."
               move "N" to ws-signon-ok
               go to 820-done
           end-if.
           perform 830-check-password thru 830-done.
       820-done.
           exit.
       825-find-operator.
           move 0 to ws-oper-idx.
           perform varying o from 1 by 1
               until o > ws-oper-count or ws-oper-idx not = 0
               if ws-opr-id(o) = ws-maintainer-id
                   move o to ws-oper-idx
               end-if
           end-perform.
       830-check-password.
           move "N" to ws-pwd-ok.
           move 0 to ws-try.
           perform 835-try-one-password thru 835-done
               until ws-pwd-ok = "Y" or ws-try >= 3
                   or ws-opr-locked(o) = "Y".
           if ws-pwd-ok = "Y"
               if ws-opr-fails(o) not = 0
                   move 0 to ws-opr-fails(o)
                   perform 890-rewrite-operators
               end-if
           else
               move "N" to ws-signon-ok
           end-if.
       830-done.
           exit.
       835-try-one-password.
           add 1 to ws-try.
           display "Password: " with no advancing.
           accept ws-password.
           if ws-password = ws-opr-password(o)
               move "Y" to ws-pwd-ok
               go to 835-done
           end-if.
           display "expect-maint: password does not match.".
           move spaces to ws-log-command.
           string "expect-maint SIGNON FAIL " ws-maintainer-id
               delimited by size into ws-log-command.
           move function log-access(ws-maintainer-id,
               ws-log-command, spaces) to ws-log-status.
           if ws-opr-fails(o) < 99
               add 1 to ws-opr-fails(o)
           end-if.
           if ws-opr-fails(o) >= 5
               move "Y" to ws-opr-locked(o)
               display "expect-maint: operator " ws-maintainer-id
                   " is now locked out - see oper-maint."
               move spaces to ws-log-command
               string "expect-maint SIGNON LOCKOUT " ws-maintainer-id
                   delimited by size into ws-log-command
               move function log-access(ws-maintainer-id,
                   ws-log-command, spaces) to ws-log-status
           end-if.
           perform 890-rewrite-operators.
       835-done.
           exit.
       890-rewrite-operators.
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
           move ws-oper-idx to o.
       end program expect-maint.
