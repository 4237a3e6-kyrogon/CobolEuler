       identification division.
       program-id. my-requests.
      *----------------------------------------------------------------
      *    my-requests: the requester's side of the work queue. A
      *    request queued through queue-entry used to end in a status
      *    flip the requester only learned of by calling operations;
      *    batch-driver's drain now drops a result notice for every
      *    finished request into MAILBOX.<requester>.DAT (see
      *    440-deliver-notice there). Here the requester signs on
      *    against OPERATORS.DAT - the same gate queue-entry applies,
      *    failures counting toward the same lockout - and sees:
      *      - their open requests: every WORKQUEUE.DAT record of
      *        theirs still PENDING;
      *      - their delivered requests: every notice in their
      *        mailbox with its answer (the complete RESULTS.BIG
      *        figure when the ledger only holds its last 18 digits),
      *        elapsed time, return code and, for a failure, the
      *        run-log to read. Notices not seen before are marked
      *        NEW.
      *    Once shown, the new notices are marked read (with the
      *    date) and the mailbox rewritten - the whole small file is
      *    read into a table first, and past the table's capacity
      *    nothing is rewritten, so no notice is ever lost. The
      *    session goes through log-access like any other sign-on.
       environment division.
       configuration section.
           repository.
               function log-access
               function get-big-result
               function enter-environment.
       input-output section.
       file-control.
           select operator-file assign to "OPERATORS.DAT"
               organization is line sequential
               file status is ws-operator-status.
           select queue-file assign to "WORKQUEUE.DAT"
               organization is line sequential
               file status is ws-queue-status.
           select mailbox-file assign to dynamic ws-mailbox-name
               organization is line sequential
               file status is ws-mailbox-status.
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
       fd queue-file.
       01 fd-queue-rec.
           05 fd-que-program-id    pic x(08).
           05 fd-que-parameters    pic x(60).
           05 fd-que-requester     pic x(08).
           05 fd-que-status        pic x(08).
           05 fd-que-run-date      pic 9(08).
           05 fd-que-run-id        pic 9(10).
      *    result notice - layout owned by batch-driver's
      *    440-deliver-notice.
       fd mailbox-file.
       01 fd-mailbox-rec.
           05 fd-mbx-requester     pic x(08).
           05 fd-mbx-program-id    pic x(08).
           05 fd-mbx-parameters    pic x(60).
           05 fd-mbx-status        pic x(08).
           05 fd-mbx-run-date      pic 9(08).
           05 fd-mbx-run-time      pic 9(06).
           05 fd-mbx-run-id        pic 9(10).
           05 fd-mbx-result        pic x(18).
           05 fd-mbx-full-figure   pic x(01).
           05 fd-mbx-led-date      pic 9(08).
           05 fd-mbx-led-time      pic 9(06).
           05 fd-mbx-elapsed-sec   pic 9(05).
           05 fd-mbx-return-code   pic 9(09).
           05 fd-mbx-runlog        pic x(40).
           05 fd-mbx-read          pic x(01).
           05 fd-mbx-read-date     pic 9(08).
       working-storage section.
           01 ws-operator-status   pic x(02)   value "00".
           01 ws-queue-status      pic x(02)   value "00".
           01 ws-mailbox-status    pic x(02)   value "00".
           01 ws-mailbox-name      pic x(40).
           01 ws-operator-id       pic x(08).
           01 ws-password          pic x(08).
           01 ws-pwd-ok            pic X.
           01 ws-try               pic 9(01).
           01 ws-signon-ok         pic X       value "Y".
           01 ws-log-command       pic x(80).
           01 ws-log-status        pic X.
           01 ws-today             pic 9(08).
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
      *    the requester's mailbox, whole - a notice is one record,
      *    kept as it was read so the rewrite changes nothing but the
      *    read flag and date.
           01 ws-mailbox.
               05 ws-notice-count  pic 9(03)   value 0.
               05 ws-notice-entry occurs 200 times.
                   10 ws-notice-rec    pic x(204).
           01 ws-mailbox-overflow  pic X       value "N".
           01 ws-open-count        pic 9(03)   value 0.
           01 ws-new-count         pic 9(03)   value 0.
           01 ws-big-figure        pic x(3200).
           01 ws-big-digits        pic 9(04).
           01 ws-big-pos           pic 9(04).
           01 o                    pic 9(03).
           01 a                    pic 9(01).
           01 n                    pic 9(03).
       procedure division.
       display function enter-environment("my-requests").
       perform 100-init thru 100-exit.
       if ws-signon-ok = "N"
           display "my-requests: sign-on refused."
           move 16 to return-code
           goback
       end-if.
       move spaces to ws-log-command.
       string "my-requests SIGNON " ws-operator-id
           delimited by size into ws-log-command.
       move function log-access(ws-operator-id, ws-log-command,
           spaces) to ws-log-status.
       perform 200-show-open thru 200-exit.
       perform 300-show-delivered thru 300-exit.
       perform 400-mark-read thru 400-exit.
       display " ".
       display "Open: " ws-open-count "   Delivered: "
           ws-notice-count "   New: " ws-new-count.
       move 0 to return-code.
       goback.
       100-init.
           accept ws-today from date yyyymmdd.
           display "Operator ID: " with no advancing.
           accept ws-operator-id.
           perform 110-load-operators.
           perform 130-validate-signon thru 130-done.
           if ws-signon-ok = "Y"
               perform 150-load-mailbox thru 150-done
           end-if.
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
      *    130-validate-signon: a requester's answers are theirs, so
      *    the gate is queue-entry's: active id, password proven,
      *    lockout after repeated failures (with the failures logged).
      *    A site without the master file keeps the historical open
      *    queue, and with it an open mailbox.
       130-validate-signon.
           if ws-oper-count = 0
               go to 130-done
           end-if.
           perform 135-find-operator.
           if ws-found-idx = 0
               display "my-requests: operator " ws-operator-id
                   " is not on the operator master file."
               move "N" to ws-signon-ok
               go to 130-done
           end-if.
           set o to ws-found-idx.
           if ws-opr-active(o) not = "Y"
               display "my-requests: operator " ws-operator-id
                   " is deactivated."
               move "N" to ws-signon-ok
               go to 130-done
           end-if.
           if ws-opr-locked(o) = "Y"
               display "my-requests: operator " ws-operator-id
                   " is locked out - see oper-maint."
               move "N" to ws-signon-ok
               go to 130-done
           end-if.
           if ws-opr-password(o) = spaces
               display "my-requests: no password on file - sign on"
                   " to param-menu first to set one."
               move "N" to ws-signon-ok
               go to 130-done
           end-if.
           perform 136-check-password thru 136-done.
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
           display "my-requests: password does not match.".
           move spaces to ws-log-command.
           string "my-requests SIGNON FAIL " ws-operator-id
               delimited by size into ws-log-command.
           move function log-access(ws-operator-id, ws-log-command,
               spaces) to ws-log-status.
           if ws-opr-fails(o) < 99
               add 1 to ws-opr-fails(o)
           end-if.
           if ws-opr-fails(o) >= 5
               move "Y" to ws-opr-locked(o)
               display "my-requests: operator " ws-operator-id
                   " is now locked out - see oper-maint."
               move spaces to ws-log-command
               string "my-requests SIGNON LOCKOUT " ws-operator-id
                   delimited by size into ws-log-command
               move function log-access(ws-operator-id,
                   ws-log-command, spaces) to ws-log-status
           end-if.
           perform 190-rewrite-operators.
       137-done.
           exit.
       150-load-mailbox.
           move 0 to ws-notice-count.
           move "N" to ws-mailbox-overflow.
           move spaces to ws-mailbox-name.
           string "MAILBOX." function trim(ws-operator-id) ".DAT"
               delimited by size into ws-mailbox-name.
           open input mailbox-file.
           if ws-mailbox-status not = "00"
               go to 150-done
           end-if.
           perform until ws-mailbox-status = "10"
               read mailbox-file
                   at end move "10" to ws-mailbox-status
                   not at end
                       if ws-notice-count = 200
                           move "Y" to ws-mailbox-overflow
                       end-if
                       if ws-notice-count < 200
                           add 1 to ws-notice-count
                           move fd-mailbox-rec
                               to ws-notice-rec(ws-notice-count)
                       end-if
               end-read
           end-perform.
           close mailbox-file.
       150-done.
           exit.
      *----------------------------------------------------------------
      *    200-show-open: the requester's requests still waiting on
      *    a batch window.
       200-show-open.
           display " ".
           display "===== Open requests for " ws-operator-id " =====".
           open input queue-file.
           if ws-queue-status not = "00"
               display "  (no work queue on file)"
               go to 200-exit
           end-if.
           perform until ws-queue-status = "10"
               read queue-file
                   at end move "10" to ws-queue-status
                   not at end
                       if fd-que-requester = ws-operator-id
                           and fd-que-status = "PENDING"
                           add 1 to ws-open-count
                           display "  PENDING " fd-que-program-id
                               space function trim(fd-que-parameters)
                       end-if
               end-read
           end-perform.
           close queue-file.
           if ws-open-count = 0
               display "  (none)"
           end-if.
       200-exit. exit.
      *----------------------------------------------------------------
      *    300-show-delivered: every notice in the mailbox, oldest
      *    first, as it was delivered.
       300-show-delivered.
           display " ".
           display "===== Delivered requests for " ws-operator-id
               " =====".
           if ws-notice-count = 0
               display "  (none)"
               go to 300-exit
           end-if.
           perform 310-show-one-notice
               varying n from 1 by 1 until n > ws-notice-count.
           if ws-mailbox-overflow = "Y"
               display "  ** mailbox holds more than 200 notices -"
                   " only the first 200 are shown; ask operations"
                   " to trim it. **"
           end-if.
       300-exit. exit.
       310-show-one-notice.
           move ws-notice-rec(n) to fd-mailbox-rec.
           display " ".
           if fd-mbx-read = "Y"
               display "  " fd-mbx-run-date space fd-mbx-program-id
                   space fd-mbx-status " run " fd-mbx-run-id
           else
               add 1 to ws-new-count
               display "  " fd-mbx-run-date space fd-mbx-program-id
                   space fd-mbx-status " run " fd-mbx-run-id
                   "  NEW"
           end-if.
           display "    parameters: " function trim(fd-mbx-parameters).
           if fd-mbx-result = spaces
               display "    result:     (none recorded)"
           else
               display "    result:     " fd-mbx-result
           end-if.
           if fd-mbx-full-figure = "Y"
               perform 320-show-full-figure thru 320-done
           end-if.
           display "    elapsed:    " fd-mbx-elapsed-sec
               " sec   return code " fd-mbx-return-code.
           if fd-mbx-runlog not = spaces
               display "    run-log:    " function trim(fd-mbx-runlog)
           end-if.
      *    320-show-full-figure: the ledger only holds the last 18
      *    digits of this answer - the whole figure, 60 digits a line.
       320-show-full-figure.
           move function get-big-result(fd-mbx-program-id,
               fd-mbx-led-date, fd-mbx-led-time) to ws-big-figure.
           if ws-big-figure = spaces
               display "    (full figure missing from RESULTS.BIG)"
               go to 320-done
           end-if.
           compute ws-big-digits =
               function length(function trim(ws-big-figure)).
           display "    full figure (" ws-big-digits " digits):".
           perform varying ws-big-pos from 1 by 60
               until ws-big-pos > ws-big-digits
               display "      " ws-big-figure(ws-big-pos:60)
           end-perform.
       320-done.
           exit.
      *----------------------------------------------------------------
      *    400-mark-read: the new notices just shown are marked read.
      *    A mailbox past the table's capacity is left untouched -
      *    a rewrite would drop the notices the table never held.
       400-mark-read.
           if ws-new-count = 0 or ws-mailbox-overflow = "Y"
               go to 400-exit
           end-if.
           open output mailbox-file.
           if ws-mailbox-status not = "00"
               display "my-requests: cannot rewrite "
                   function trim(ws-mailbox-name)
                   " - notices stay unread."
               go to 400-exit
           end-if.
           perform varying n from 1 by 1 until n > ws-notice-count
               move ws-notice-rec(n) to fd-mailbox-rec
               if fd-mbx-read not = "Y"
                   move "Y" to fd-mbx-read
                   move ws-today to fd-mbx-read-date
               end-if
               write fd-mailbox-rec
           end-perform.
           close mailbox-file.
           move spaces to ws-log-command.
           string "my-requests READ " ws-new-count " notice(s)"
               delimited by size into ws-log-command.
           move function log-access(ws-operator-id, ws-log-command,
               spaces) to ws-log-status.
       400-exit. exit.
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
       end program my-requests.
