      *      - the operator must be authorized via OPERATORS.DAT
      *        (slot LEDGER or ALL, active), and the whole action is
      *        logged through log-access.
      *    Dual control: the operator's session only files the
      *    correction on APPROVALS.DAT (file-approval, see
      *    src/library/approvals.cbl); nothing touches the ledger
      *    until a second LEDGER-authorized operator approves it in
      *    approve-action, which then runs "ledger-correct EXECUTE
      *    <id>" to carry it out under the requester's name.
      *    Approval detail: entry program x(08), run date 9(08), run
      *    time 9(06), corrected result x(18) (spaces = none), the
      *    entry's parameters x(40) and result x(18).
       environment division.
       configuration section.
           repository.
               function log-run
               function log-access
               function file-approval
               function get-approval
               function enter-environment.
       input-output section.
       file-control.
           select ledger-file assign to "RESULTS.LED"
           05 fd-led-run-date      pic 9(08).
           05 fd-led-run-time      pic 9(06).
           05 fd-led-elapsed-sec   pic 9(05).
           05 fd-led-run-id        pic 9(10).
           05 fd-led-full-figure   pic x(01).
           05 fd-led-version       pic x(08).
       fd reversal-file.
       01 fd-reversal-rec.
           05 fd-rev-program-id    pic x(08).
           01 ws-entry-time        pic 9(06).
           01 ws-bad-params        pic x(40).
           01 ws-bad-result        pic x(18).
      *    the reversal and correction rows carry the version stamp
      *    of the entry they stand against, not ledger-correct's
      *    own - a corrected figure is not a change of code.
           01 ws-entry-version     pic x(08).
           01 ws-entry-found       pic X.
           01 ws-corrected-text    pic x(18).
           01 ws-rev-params        pic x(40).
           01 ws-today             pic 9(08).
           01 ws-numval-check      pic S9(4)   comp.
           01 a                    pic 9(01).
           01 ws-arg               pic x(40).
           01 ws-arg-num           pic 9(2).
           01 ws-arg-count         pic 9(2).
           01 ws-execute-mode      pic X       value "N".
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
           01 ws-correct-detail.
               05 ws-cd-entry-program  pic x(08).
               05 ws-cd-entry-date     pic 9(08).
               05 ws-cd-entry-time     pic 9(06).
               05 ws-cd-corrected      pic x(18).
               05 ws-cd-bad-params     pic x(40).
               05 ws-cd-bad-result     pic x(18).
               05 filler               pic x(102).
       procedure division.
       display function enter-environment("ledger-correct").
       accept ws-today from date yyyymmdd.
       perform 050-check-execute thru 050-exit.
       if ws-execute-mode = "Y"
           perform 700-execute-approved thru 700-exit
           goback
       end-if.
       display "Operator ID: " with no advancing.
       accept ws-operator-id.
       perform 100-check-authority thru 100-done.
       if return-code not = 0
           goback
       end-if.
       perform 400-offer-correction thru 400-exit.
       perform 500-file-approval thru 500-exit.
       goback.
      *    050-check-execute: "EXECUTE <id>" is approve-action
      *    carrying out an approved correction; anything else is an
      *    operator's session.
       050-check-execute.
           accept ws-arg-count from argument-number.
           if ws-arg-count < 2
               go to 050-exit
           end-if.
           move 1 to ws-arg-num.
           display ws-arg-num upon argument-number.
           move spaces to ws-arg.
           accept ws-arg from argument-value.
           if ws-arg not = "EXECUTE"
               go to 050-exit
           end-if.
           move "Y" to ws-execute-mode.
           move 2 to ws-arg-num.
           display ws-arg-num upon argument-number.
           move spaces to ws-arg.
           accept ws-arg from argument-value.
           move function test-numval(ws-arg) to ws-numval-check.
           if ws-numval-check = 0
               compute ws-approval-id = function numval(ws-arg)
           end-if.
       050-exit. exit.
      *    100-check-authority: the LEDGER slot (or ALL) on an
      *    active OPERATORS.DAT record - the same slot discipline
      *    certify's manual sign-off uses. With no master file at
       200-exit. exit.
       250-find-entry.
           move "N" to ws-entry-found.
           move spaces to ws-entry-version.
           open input ledger-file.
           if ws-ledger-status not = "00"
               go to 250-done
                           and fd-led-run-time = ws-entry-time
                           move fd-led-parameters to ws-bad-params
                           move fd-led-result to ws-bad-result
                           move fd-led-version to ws-entry-version
                           move "Y" to ws-entry-found
                       end-if
               end-read
           string "REV=" ws-entry-date ws-entry-time
               delimited by size into ws-rev-params.
           move function log-run(ws-entry-program, ws-rev-params,
               "REVERSAL", ws-zero-elapsed, ws-entry-version)
               to ws-log-status.
           open extend reversal-file.
           if ws-reversal-status = "35"
               open output reversal-file
               to ws-numval-check.
           if ws-numval-check not = 0
               display "ledger-correct: not numeric - no corrected"
                   " entry will be written."
               move spaces to ws-corrected-text
           end-if.
       400-exit. exit.
       450-append-correction.
           move function log-run(ws-entry-program, ws-bad-params,
               ws-corrected-text, ws-zero-elapsed, ws-entry-version)
               to ws-log-status.
           move spaces to ws-log-command.
           string "ledger-correct CORRECT " ws-entry-program
           move function log-access(ws-operator-id, ws-log-command,
               ws-bad-params) to ws-log-status.
           display "ledger-correct: corrected entry appended.".
      *----------------------------------------------------------------
      *    500-file-approval: the reversal (and any corrected figure)
      *    goes on APPROVALS.DAT for a second operator; the filing is
      *    itself an access-log line, so the request shows in the
      *    audit trail whether or not it is ever approved.
       500-file-approval.
           move spaces to ws-correct-detail.
           move ws-entry-program to ws-cd-entry-program.
           move ws-entry-date to ws-cd-entry-date.
           move ws-entry-time to ws-cd-entry-time.
           move ws-corrected-text to ws-cd-corrected.
           move ws-bad-params to ws-cd-bad-params.
           move ws-bad-result to ws-cd-bad-result.
           move function file-approval("ledger-correct", "REVERSE",
               ws-operator-id, ws-correct-detail) to ws-approval-id.
           if ws-approval-id = 0
               display "ledger-correct: APPROVALS.DAT could not be"
                   " written - nothing filed."
               move 16 to return-code
               go to 500-exit
           end-if.
           move spaces to ws-rev-params.
           string "REV=" ws-entry-date ws-entry-time
               delimited by size into ws-rev-params.
           move spaces to ws-log-command.
           string "ledger-correct FILE " ws-approval-id " REVERSE "
               ws-entry-program delimited by size into ws-log-command.
           move function log-access(ws-operator-id, ws-log-command,
               ws-rev-params) to ws-log-status.
           display "ledger-correct: filed as approval " ws-approval-id
               " - a second LEDGER operator must approve it in"
               " approve-action.".
           move 0 to return-code.
       500-exit. exit.
      *----------------------------------------------------------------
      *    700-execute-approved: the approved orders are re-read from
      *    APPROVALS.DAT, never taken from the command line, and the
      *    entry must still be on the ledger - the same existence rule
      *    200-identify-entry applies to a live session. The reversal
      *    is recorded under the requester; approve-action logs the
      *    approver alongside the outcome.
       700-execute-approved.
           move function get-approval(ws-approval-id) to ws-approval.
           if ws-approval = spaces
               or ws-apv-program not = "ledger-correct"
               or ws-apv-status not = "APPROVED"
               display "ledger-correct: approval " ws-approval-id
                   " is not an approved ledger correction."
               move 16 to return-code
               go to 700-exit
           end-if.
           move ws-apv-detail to ws-correct-detail.
           move ws-apv-requester to ws-operator-id.
           move ws-cd-entry-program to ws-entry-program.
           move ws-cd-entry-date to ws-entry-date.
           move ws-cd-entry-time to ws-entry-time.
           move ws-cd-corrected to ws-corrected-text.
           perform 250-find-entry thru 250-done.
           if ws-entry-found = "N"
               display "ledger-correct: no ledger entry matches "
                   ws-entry-program " " ws-entry-date " "
                   ws-entry-time "."
               move 16 to return-code
               go to 700-exit
           end-if.
           perform 300-reverse-entry thru 300-exit.
           if ws-corrected-text not = spaces
               perform 450-append-correction
           end-if.
           move 0 to return-code.
       700-exit. exit.
       end program ledger-correct.
