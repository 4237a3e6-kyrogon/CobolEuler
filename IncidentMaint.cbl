       identification division.
       program-id. incident-maint.
      *----------------------------------------------------------------
      *    incident-maint: ties the pieces of one problem together.
      *    alert-browse and alert-digest can acknowledge an alert,
      *    but acknowledging resolves nothing - a broken prime cache
      *    can raise a dozen alerts and need a ledger correction, a
      *    cache rebuild and a state restore, and until now nothing
      *    said those belonged together or when the problem ended.
      *    An incident on INCIDENTS.DAT is that record:
      *      - opened from one or more ALERTS.DAT alerts (numbered as
      *        alert-browse numbers them - their place in the file),
      *        with a title and the program mainly affected;
      *      - assigned to an owner, any active operator;
      *      - linked to the ledger runs it affected, the
      *        REVERSALS.DAT reversals and the state-restore
      *        approvals (APPROVALS.DAT) made to fix it, and to more
      *        alerts as they arrive;
      *      - carried along by dated, signed progress notes;
      *      - closed with a cause code and a root-cause line.
      *    Links copy what they point at (the alert's message, the
      *    run's result, the reversal's operator) so the incident
      *    still reads right after housekeep trims ALERTS.DAT or
      *    ledger-archive cuts the journal. Nothing linked is
      *    changed: acknowledging stays alert-browse's job,
      *    reversing ledger-correct's, restoring state-restore's.
      *    incident-report lists the open incidents by age and the
      *    month's closed ones by time to resolve.
      *    INCIDENTS.DAT holds typed records, as BATCHCAL.DAT does -
      *    incident number, then H (the incident itself), L (one
      *    link) or N (one progress note) - in the order they were
      *    made. The whole file is re-read under its lock before each
      *    change and rewritten, hold-maint's arrangement, so two
      *    sessions cannot draw the same number or lose each other's
      *    work. Closed incidents stay on file.
      *    Any active operator on OPERATORS.DAT may sign on, with the
      *    queue-entry password gate and lockout; every change goes to
      *    AUDITLOG.DAT through log-access.
       environment division.
       configuration section.
           repository.
               function log-access
               function lock-acquire
               function lock-release
               function get-approval
               function enter-environment.
       input-output section.
       file-control.
           select operator-file assign to "OPERATORS.DAT"
               organization is line sequential
               file status is ws-operator-status.
           select incident-file assign to "INCIDENTS.DAT"
               organization is line sequential
               file status is ws-incident-status.
           select alert-file assign to "ALERTS.DAT"
               organization is line sequential
               file status is ws-alert-status.
           select ledger-file assign to "RESULTS.LED"
               organization is line sequential
               file status is ws-ledger-status.
           select reversal-file assign to "REVERSALS.DAT"
               organization is line sequential
               file status is ws-reversal-status.
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
       fd incident-file.
       01 fd-incident-rec          pic x(180).
       fd alert-file.
       01 fd-alert-rec.
           05 fd-alt-severity      pic x(01).
           05 fd-alt-program-id    pic x(08).
           05 fd-alt-message       pic x(60).
           05 fd-alt-run-date      pic 9(08).
           05 fd-alt-run-time      pic 9(06).
           05 fd-alt-ack           pic x(01).
           05 fd-alt-run-id        pic 9(10).
       fd ledger-file.
       01 fd-ledger-rec.
           05 fd-led-program-id    pic x(08).
           05 fd-led-parameters    pic x(40).
           05 fd-led-result        pic x(18).
           05 fd-led-run-date      pic 9(08).
           05 fd-led-run-time      pic 9(06).
           05 fd-led-elapsed-sec   pic 9(05).
       fd reversal-file.
       01 fd-reversal-rec.
           05 fd-rev-program-id    pic x(08).
           05 fd-rev-run-date      pic 9(08).
           05 fd-rev-run-time      pic 9(06).
           05 fd-rev-operator      pic x(08).
           05 fd-rev-done-date     pic 9(08).
       working-storage section.
           01 ws-operator-status   pic x(02)   value "00".
           01 ws-incident-status   pic x(02)   value "00".
           01 ws-alert-status      pic x(02)   value "00".
           01 ws-ledger-status     pic x(02)   value "00".
           01 ws-reversal-status   pic x(02)   value "00".
           01 ws-operator-id       pic x(08).
           01 ws-password          pic x(08).
           01 ws-pwd-ok            pic X.
           01 ws-try               pic 9(01).
           01 ws-signon-ok         pic X       value "Y".
           01 ws-log-command       pic x(80).
           01 ws-log-parms         pic x(60).
           01 ws-log-status        pic X.
           01 ws-lock-status       pic X.
           01 ws-choice            pic 9(01).
           01 ws-done              pic X       value "N".
           01 ws-confirm           pic x(01).
           01 ws-entry-text        pic x(12).
           01 ws-numval-check      pic S9(4)   comp.
           01 ws-today             pic 9(08).
           01 ws-today-int         pic 9(08).
           01 ws-full-time         pic 9(08).
           01 ws-now-time          pic 9(06).
           01 ws-age-days          pic 9(05).
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
           01 ws-owner-idx         pic 9(03).
      *    INCIDENTS.DAT, whole - records kept exactly as read so a
      *    rewrite changes nothing but what this session added or
      *    altered; past the table's capacity nothing is written.
           01 ws-incidents.
               05 ws-inc-count     pic 9(04)   value 0.
               05 ws-inc-entry     pic x(180) occurs 2000 times.
           01 ws-incidents-overflow pic X      value "N".
           01 ws-high-id           pic 9(04).
      *    one INCIDENTS.DAT record in its three shapes: the
      *    incident (H), a link (L) or a progress note (N).
           01 ws-inc-rec.
               05 ws-inc-id            pic 9(04).
               05 ws-inc-type          pic x(01).
               05 ws-inc-header.
                   10 ws-hdr-status        pic x(01).
                   10 ws-hdr-program       pic x(08).
                   10 ws-hdr-opened-date   pic 9(08).
                   10 ws-hdr-opened-time   pic 9(06).
                   10 ws-hdr-opened-by     pic x(08).
                   10 ws-hdr-owner         pic x(08).
                   10 ws-hdr-title         pic x(40).
                   10 ws-hdr-cause         pic x(08).
                   10 ws-hdr-root-cause    pic x(60).
                   10 ws-hdr-closed-date   pic 9(08).
                   10 ws-hdr-closed-by     pic x(08).
                   10 filler               pic x(12).
               05 ws-inc-link redefines ws-inc-header.
                   10 ws-lnk-kind          pic x(08).
                   10 ws-lnk-program       pic x(08).
                   10 ws-lnk-run-date      pic 9(08).
                   10 ws-lnk-run-time      pic 9(06).
                   10 ws-lnk-ref           pic x(10).
                   10 ws-lnk-detail        pic x(60).
                   10 ws-lnk-date          pic 9(08).
                   10 ws-lnk-by            pic x(08).
                   10 filler               pic x(59).
               05 ws-inc-note redefines ws-inc-header.
                   10 ws-nte-date          pic 9(08).
                   10 ws-nte-time          pic 9(06).
                   10 ws-nte-by            pic x(08).
                   10 ws-nte-text          pic x(60).
                   10 filler               pic x(93).
           01 ws-new-rec           pic x(180).
           01 ws-target-id         pic 9(04).
           01 ws-target-idx        pic 9(04).
           01 ws-update-ok         pic X.
           01 ws-link-count        pic 9(03).
           01 ws-note-count        pic 9(03).
           01 ws-listed-count      pic 9(04).
           01 ws-closed-count      pic 9(04).
      *    cause codes an incident may close with - incident-report
      *    totals time to resolve under each.
           01 ws-cause-codes.
               05 filler pic x(08) value "CACHE".
               05 filler pic x(08) value "DATA".
               05 filler pic x(08) value "CODE".
               05 filler pic x(08) value "PARAM".
               05 filler pic x(08) value "DISK".
               05 filler pic x(08) value "SCHEDULE".
               05 filler pic x(08) value "OPERATOR".
               05 filler pic x(08) value "OTHER".
           01 ws-cause-table redefines ws-cause-codes.
               05 ws-cause-code    pic x(08) occurs 8 times.
           01 ws-cause-entry       pic x(08).
           01 ws-cause-ok          pic X.
      *    the alerts on file, numbered by place as alert-browse
      *    numbers them.
           01 ws-alerts.
               05 ws-alert-count   pic 9(03)   value 0.
               05 ws-alert-entry occurs 500 times.
                   10 ws-alt-severity     pic x(01).
                   10 ws-alt-program-id   pic x(08).
                   10 ws-alt-message      pic x(60).
                   10 ws-alt-run-date     pic 9(08).
                   10 ws-alt-run-time     pic 9(06).
                   10 ws-alt-ack          pic x(01).
           01 ws-alert-pick        pic 9(03).
           01 ws-alert-from        pic 9(03).
      *    one program's latest runs, oldest first (note-entry's
      *    window).
           01 ws-select-program    pic x(08).
           01 ws-runs.
               05 ws-run-count     pic 9(02)   value 0.
               05 ws-run-entry occurs 10 times.
                   10 ws-run-date          pic 9(08).
                   10 ws-run-time          pic 9(06).
                   10 ws-run-result        pic x(18).
                   10 ws-run-elapsed       pic 9(05).
                   10 ws-run-parameters    pic x(40).
           01 ws-run-pick          pic 9(02).
           01 ws-reversals.
               05 ws-rev-count     pic 9(03)   value 0.
               05 ws-rev-entry occurs 100 times.
                   10 ws-rv-program-id    pic x(08).
                   10 ws-rv-run-date      pic 9(08).
                   10 ws-rv-run-time      pic 9(06).
                   10 ws-rv-operator      pic x(08).
                   10 ws-rv-done-date     pic 9(08).
           01 ws-rev-pick          pic 9(03).
      *    an APPROVALS.DAT record as get-approval returns it, and
      *    state-restore's detail inside it.
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
               05 ws-rst-generation    pic 9(02).
               05 ws-rst-file          pic x(16).
           01 ws-approval-id       pic 9(06).
           01 ws-kind-choice       pic 9(01).
           01 ws-more-alerts       pic X.
           01 o                    pic 9(03).
           01 a                    pic 9(01).
           01 i                    pic 9(04).
           01 j                    pic 9(04).
           01 r                    pic 9(02).
           01 x                    pic 9(03).
           01 c                    pic 9(01).
       procedure division.
       display function enter-environment("incident-maint").
       perform 100-init thru 100-exit.
       if ws-signon-ok = "N"
           display "incident-maint: sign-on refused."
           move 16 to return-code
           goback
       end-if.
       move spaces to ws-log-command.
       string "incident-maint SIGNON " ws-operator-id
           delimited by size into ws-log-command.
       move function log-access(ws-operator-id, ws-log-command,
           spaces) to ws-log-status.
       perform 200-menu-loop thru 200-exit
           until ws-done = "Y".
       display "incident-maint: session ended.".
       move 0 to return-code.
       goback.
       100-init.
           accept ws-today from date yyyymmdd.
           compute ws-today-int = function integer-of-date(ws-today).
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
      *    130-validate-signon: approve-action's gate without an
      *    authorization slot - incidents are everyday operations
      *    work, and every change is signed and logged.
       130-validate-signon.
           if ws-oper-count = 0
               display "incident-maint: no OPERATORS.DAT on file -"
                   " incidents need an operator master."
               move "N" to ws-signon-ok
               go to 130-done
           end-if.
           perform 135-find-operator.
           if ws-found-idx = 0
               display "incident-maint: operator " ws-operator-id
                   " is not on the operator master file."
               move "N" to ws-signon-ok
               go to 130-done
           end-if.
           set o to ws-found-idx.
           if ws-opr-active(o) not = "Y"
               display "incident-maint: operator " ws-operator-id
                   " is deactivated."
               move "N" to ws-signon-ok
               go to 130-done
           end-if.
           if ws-opr-locked(o) = "Y"
               display "incident-maint: operator " ws-operator-id
                   " is locked out - see oper-maint."
               move "N" to ws-signon-ok
               go to 130-done
           end-if.
           if ws-opr-password(o) = spaces
               display "incident-maint: no password on file - sign"
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
           display "incident-maint: password does not match.".
           move spaces to ws-log-command.
           string "incident-maint SIGNON FAIL " ws-operator-id
               delimited by size into ws-log-command.
           move function log-access(ws-operator-id, ws-log-command,
               spaces) to ws-log-status.
           if ws-opr-fails(o) < 99
               add 1 to ws-opr-fails(o)
           end-if.
           if ws-opr-fails(o) >= 5
               move "Y" to ws-opr-locked(o)
               display "incident-maint: operator " ws-operator-id
                   " is now locked out - see oper-maint."
               move spaces to ws-log-command
               string "incident-maint SIGNON LOCKOUT " ws-operator-id
                   delimited by size into ws-log-command
               move function log-access(ws-operator-id,
                   ws-log-command, spaces) to ws-log-status
           end-if.
           perform 190-rewrite-operators.
       137-done.
           exit.
      *----------------------------------------------------------------
      *    150-load-incidents: the whole file into the table; a
      *    missing file is simply no incidents yet.
       150-load-incidents.
           move 0 to ws-inc-count.
           move 0 to ws-high-id.
           move "N" to ws-incidents-overflow.
           open input incident-file.
           if ws-incident-status not = "00"
               go to 150-done
           end-if.
           perform until ws-incident-status = "10"
               read incident-file
                   at end move "10" to ws-incident-status
                   not at end
                       move fd-incident-rec to ws-inc-rec
                       if ws-inc-id is numeric
                           and ws-inc-id > ws-high-id
                           move ws-inc-id to ws-high-id
                       end-if
                       if ws-inc-count < 2000
                           add 1 to ws-inc-count
                           move fd-incident-rec
                               to ws-inc-entry(ws-inc-count)
                       else
                           move "Y" to ws-incidents-overflow
                       end-if
               end-read
           end-perform.
           close incident-file.
       150-done.
           exit.
      *    160-find-incident: the H record for ws-target-id into
      *    ws-inc-rec, its table place in ws-target-idx (0 = none).
       160-find-incident.
           move 0 to ws-target-idx.
           perform varying i from 1 by 1
               until i > ws-inc-count or ws-target-idx not = 0
               move ws-inc-entry(i) to ws-inc-rec
               if ws-inc-id = ws-target-id and ws-inc-type = "H"
                   move i to ws-target-idx
               end-if
           end-perform.
           if ws-target-idx not = 0
               move ws-inc-entry(ws-target-idx) to ws-inc-rec
           end-if.
      *    170-accept-incident: asks for an incident number, loads
      *    the file and requires the incident to be open.
       170-accept-incident.
           move 0 to ws-target-idx.
           display "  Incident number: " with no advancing.
           accept ws-entry-text.
           move function test-numval(ws-entry-text)
               to ws-numval-check.
           if ws-entry-text = spaces or ws-numval-check not = 0
               display "  Not an incident number."
               go to 170-exit
           end-if.
           compute ws-target-id = function numval(ws-entry-text).
           perform 150-load-incidents thru 150-done.
           perform 160-find-incident.
           if ws-target-idx = 0
               display "  No incident " ws-target-id "."
               go to 170-exit
           end-if.
           if ws-hdr-status not = "O"
               display "  Incident " ws-target-id " is closed."
               move 0 to ws-target-idx
               go to 170-exit
           end-if.
           display "  " ws-inc-id " " function trim(ws-hdr-title)
               " (owner " ws-hdr-owner ")".
       170-exit. exit.
      *    180-add-record: appends ws-new-rec under the lock, after
      *    re-reading the file and making sure the incident is still
      *    open - another session may have closed it meanwhile.
       180-add-record.
           move "N" to ws-update-ok.
           move function lock-acquire("INCIDENTS.DAT")
               to ws-lock-status.
           perform 150-load-incidents thru 150-done.
           if ws-incidents-overflow = "Y" or ws-inc-count >= 2000
               display "  INCIDENTS.DAT is full - not recorded."
               go to 180-release
           end-if.
           perform 160-find-incident.
           if ws-target-idx = 0 or ws-hdr-status not = "O"
               display "  Incident " ws-target-id " is no longer"
                   " open - not recorded."
               go to 180-release
           end-if.
           add 1 to ws-inc-count.
           move ws-new-rec to ws-inc-entry(ws-inc-count).
           perform 600-rewrite-incidents.
           move "Y" to ws-update-ok.
       180-release.
           move function lock-release("INCIDENTS.DAT")
               to ws-lock-status.
       180-exit. exit.
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
       200-menu-loop.
           display " ".
           display "===== Incidents =====".
           display "1. list open incidents".
           display "2. show an incident".
           display "3. open an incident from alerts".
           display "4. assign an owner".
           display "5. link an alert, run, reversal or restore".
           display "6. add a progress note".
           display "7. close an incident".
           display "8. exit".
           display "Selection: " with no advancing.
           accept ws-choice.
           evaluate ws-choice
               when 1 perform 300-list thru 300-exit
               when 2 perform 320-show thru 320-exit
               when 3 perform 400-open thru 400-exit
               when 4 perform 450-assign thru 450-exit
               when 5 perform 500-link thru 500-exit
               when 6 perform 560-add-note thru 560-exit
               when 7 perform 580-close thru 580-exit
               when 8 move "Y" to ws-done
               when other
                   display "incident-maint: invalid selection."
           end-evaluate.
       200-exit. exit.
      *----------------------------------------------------------------
      *    300-list: the open incidents, with age, owner and how much
      *    hangs off each; closed ones are only counted here.
       300-list.
           perform 150-load-incidents thru 150-done.
           move 0 to ws-listed-count ws-closed-count.
           display "  ID   AGE   OWNER    PROGRAM  LINKS NOTES TITLE".
           perform varying i from 1 by 1 until i > ws-inc-count
               move ws-inc-entry(i) to ws-inc-rec
               if ws-inc-type = "H"
                   if ws-hdr-status = "O"
                       add 1 to ws-listed-count
                       perform 310-count-attached
                       move ws-inc-entry(i) to ws-inc-rec
                       compute ws-age-days = ws-today-int -
                           function integer-of-date(ws-hdr-opened-date)
                       display "  " ws-inc-id space ws-age-days "d "
                           ws-hdr-owner space ws-hdr-program space
                           ws-link-count "   " ws-note-count "   "
                           function trim(ws-hdr-title)
                   else
                       add 1 to ws-closed-count
                   end-if
               end-if
           end-perform.
           display "  Open: " ws-listed-count "   closed on file: "
               ws-closed-count.
       300-exit. exit.
      *    310-count-attached: links and notes for ws-inc-id.
       310-count-attached.
           move ws-inc-id to ws-target-id.
           move 0 to ws-link-count ws-note-count.
           perform varying j from 1 by 1 until j > ws-inc-count
               move ws-inc-entry(j) to ws-inc-rec
               if ws-inc-id = ws-target-id
                   if ws-inc-type = "L"
                       add 1 to ws-link-count
                   end-if
                   if ws-inc-type = "N"
                       add 1 to ws-note-count
                   end-if
               end-if
           end-perform.
      *    320-show: one incident in full, links and notes in the
      *    order they were made.
       320-show.
           display "  Incident number: " with no advancing.
           accept ws-entry-text.
           move function test-numval(ws-entry-text)
               to ws-numval-check.
           if ws-entry-text = spaces or ws-numval-check not = 0
               display "  Not an incident number."
               go to 320-exit
           end-if.
           compute ws-target-id = function numval(ws-entry-text).
           perform 150-load-incidents thru 150-done.
           perform 160-find-incident.
           if ws-target-idx = 0
               display "  No incident " ws-target-id "."
               go to 320-exit
           end-if.
           display " ".
           display "  Incident " ws-inc-id ": "
               function trim(ws-hdr-title).
           display "  program " ws-hdr-program "  owner " ws-hdr-owner
               "  opened " ws-hdr-opened-date " " ws-hdr-opened-time
               " by " ws-hdr-opened-by.
           if ws-hdr-status = "O"
               display "  OPEN"
           else
               display "  CLOSED " ws-hdr-closed-date " by "
                   ws-hdr-closed-by " - cause " ws-hdr-cause
               display "  root cause: " function trim(ws-hdr-root-cause)
           end-if.
           perform varying i from 1 by 1 until i > ws-inc-count
               move ws-inc-entry(i) to ws-inc-rec
               if ws-inc-id = ws-target-id
                   evaluate ws-inc-type
                       when "L"
                           display "  LINK " ws-lnk-kind space
                               ws-lnk-program space ws-lnk-run-date
                               space ws-lnk-run-time space
                               ws-lnk-ref " (" ws-lnk-date " "
                               ws-lnk-by ")"
                           display "       "
                               function trim(ws-lnk-detail)
                       when "N"
                           display "  NOTE " ws-nte-date space
                               ws-nte-time space ws-nte-by space
                               function trim(ws-nte-text)
                       when other
                           continue
                   end-evaluate
               end-if
           end-perform.
       320-exit. exit.
      *----------------------------------------------------------------
      *    400-open: a new incident from one alert, then as many more
      *    as the operator names; the program defaults to the first
      *    alert's, the owner to nobody until assigned.
       400-open.
           perform 700-load-alerts thru 700-exit.
           if ws-alert-count = 0
               display "  No alerts on file to open an incident from."
               go to 400-exit
           end-if.
           perform 710-pick-alert thru 710-exit.
           if ws-alert-pick = 0
               go to 400-exit
           end-if.
           move spaces to ws-inc-rec.
           display "  Title: " with no advancing.
           accept ws-hdr-title.
           if ws-hdr-title = spaces
               display "  An incident needs a title - cancelled."
               go to 400-exit
           end-if.
           move ws-alt-program-id(ws-alert-pick) to ws-hdr-program.
           display "  Program mainly affected (blank = "
               function trim(ws-hdr-program) "): " with no advancing.
           accept ws-select-program.
           if ws-select-program not = spaces
               move function lower-case(ws-select-program)
                   to ws-hdr-program
           end-if.
           display "  Open this incident (Y/N): " with no advancing.
           accept ws-confirm.
           if ws-confirm not = "Y" and ws-confirm not = "y"
               display "  Not opened."
               go to 400-exit
           end-if.
           move "H" to ws-inc-type.
           move "O" to ws-hdr-status.
           move ws-today to ws-hdr-opened-date.
           perform 800-time-now.
           move ws-now-time to ws-hdr-opened-time.
           move ws-operator-id to ws-hdr-opened-by.
           move 0 to ws-hdr-closed-date.
           move ws-inc-rec to ws-new-rec.
           move function lock-acquire("INCIDENTS.DAT")
               to ws-lock-status.
           perform 150-load-incidents thru 150-done.
           if ws-incidents-overflow = "Y" or ws-inc-count >= 2000
               move function lock-release("INCIDENTS.DAT")
                   to ws-lock-status
               display "  INCIDENTS.DAT is full - not opened."
               go to 400-exit
           end-if.
           move ws-new-rec to ws-inc-rec.
           add 1 to ws-high-id.
           move ws-high-id to ws-inc-id.
           move ws-high-id to ws-target-id.
           add 1 to ws-inc-count.
           move ws-inc-rec to ws-inc-entry(ws-inc-count).
           perform 600-rewrite-incidents.
           move function lock-release("INCIDENTS.DAT")
               to ws-lock-status.
           display "  Incident " ws-target-id " opened.".
           move spaces to ws-log-command.
           string "incident-maint OPEN " ws-target-id
               delimited by size into ws-log-command.
           move spaces to ws-log-parms.
           string "PGM=" ws-hdr-program " ALERT=" ws-alert-pick
               delimited by size into ws-log-parms.
           move function log-access(ws-operator-id, ws-log-command,
               ws-log-parms) to ws-log-status.
           perform 520-link-alert thru 520-exit.
           move "Y" to ws-more-alerts.
           perform until ws-more-alerts = "N"
               display "  Another alert for this incident (Y/N): "
                   with no advancing
               accept ws-confirm
               if ws-confirm = "Y" or ws-confirm = "y"
                   perform 710-pick-alert thru 710-exit
                   if ws-alert-pick not = 0
                       perform 520-link-alert thru 520-exit
                   end-if
               else
                   move "N" to ws-more-alerts
               end-if
           end-perform.
       400-exit. exit.
      *----------------------------------------------------------------
      *    450-assign: the owner must be an active operator; the
      *    change is an H record rewritten in place.
       450-assign.
           perform 170-accept-incident thru 170-exit.
           if ws-target-idx = 0
               go to 450-exit
           end-if.
           display "  New owner: " with no advancing.
           move spaces to ws-select-program.
           accept ws-select-program.
           move 0 to ws-owner-idx.
           perform varying o from 1 by 1
               until o > ws-oper-count or ws-owner-idx not = 0
               if ws-opr-id(o) = ws-select-program
                   move o to ws-owner-idx
               end-if
           end-perform.
           set o to ws-found-idx.
           if ws-owner-idx = 0
               display "  " ws-select-program " is not on the"
                   " operator master file - not assigned."
               go to 450-exit
           end-if.
           if ws-opr-active(ws-owner-idx) not = "Y"
               display "  " ws-select-program " is deactivated -"
                   " not assigned."
               go to 450-exit
           end-if.
           move function lock-acquire("INCIDENTS.DAT")
               to ws-lock-status.
           perform 150-load-incidents thru 150-done.
           perform 160-find-incident.
           move "N" to ws-update-ok.
           if ws-target-idx not = 0 and ws-hdr-status = "O"
               and ws-incidents-overflow = "N"
               move ws-select-program to ws-hdr-owner
               move ws-inc-rec to ws-inc-entry(ws-target-idx)
               perform 600-rewrite-incidents
               move "Y" to ws-update-ok
           end-if.
           move function lock-release("INCIDENTS.DAT")
               to ws-lock-status.
           if ws-update-ok = "N"
               display "  Incident " ws-target-id " could not be"
                   " updated."
               go to 450-exit
           end-if.
           display "  Incident " ws-target-id " assigned to "
               ws-select-program ".".
           move spaces to ws-log-command.
           string "incident-maint ASSIGN " ws-target-id
               delimited by size into ws-log-command.
           move spaces to ws-log-parms.
           string "OWNER=" ws-select-program
               delimited by size into ws-log-parms.
           move function log-access(ws-operator-id, ws-log-command,
               ws-log-parms) to ws-log-status.
       450-exit. exit.
      *----------------------------------------------------------------
      *    500-link: one more thing the incident touched.
       500-link.
           perform 170-accept-incident thru 170-exit.
           if ws-target-idx = 0
               go to 500-exit
           end-if.
           display "  1. alert  2. run  3. reversal  4. restore: "
               with no advancing.
           accept ws-kind-choice.
           evaluate ws-kind-choice
               when 1
                   perform 700-load-alerts thru 700-exit
                   perform 710-pick-alert thru 710-exit
                   if ws-alert-pick not = 0
                       perform 520-link-alert thru 520-exit
                   end-if
               when 2 perform 530-link-run thru 530-exit
               when 3 perform 540-link-reversal thru 540-exit
               when 4 perform 550-link-restore thru 550-exit
               when other
                   display "  Not a link type."
           end-evaluate.
       500-exit. exit.
      *    510-new-link: the common part of every L record.
       510-new-link.
           move spaces to ws-inc-rec.
           move ws-target-id to ws-inc-id.
           move "L" to ws-inc-type.
           move 0 to ws-lnk-run-date ws-lnk-run-time.
           move ws-today to ws-lnk-date.
           move ws-operator-id to ws-lnk-by.
       515-record-link.
           move ws-inc-rec to ws-new-rec.
           perform 180-add-record thru 180-exit.
           if ws-update-ok = "N"
               go to 515-exit
           end-if.
           move ws-new-rec to ws-inc-rec.
           display "  " function trim(ws-lnk-kind) " linked to"
               " incident " ws-target-id ".".
           move spaces to ws-log-command.
           string "incident-maint LINK " ws-target-id " "
               ws-lnk-kind delimited by size into ws-log-command.
           move spaces to ws-log-parms.
           string "PGM=" ws-lnk-program " RUN=" ws-lnk-run-date "/"
               ws-lnk-run-time " REF=" ws-lnk-ref
               delimited by size into ws-log-parms.
           move function log-access(ws-operator-id, ws-log-command,
               ws-log-parms) to ws-log-status.
       515-exit. exit.
       520-link-alert.
           perform 510-new-link.
           move "ALERT" to ws-lnk-kind.
           move ws-alt-program-id(ws-alert-pick) to ws-lnk-program.
           move ws-alt-run-date(ws-alert-pick) to ws-lnk-run-date.
           move ws-alt-run-time(ws-alert-pick) to ws-lnk-run-time.
           move spaces to ws-lnk-ref.
           string "#" ws-alert-pick " " ws-alt-severity(ws-alert-pick)
               delimited by size into ws-lnk-ref.
           move ws-alt-message(ws-alert-pick) to ws-lnk-detail.
           perform 515-record-link thru 515-exit.
       520-exit. exit.
      *    530-link-run: one of a program's ten latest runs.
       530-link-run.
           move ws-hdr-program to ws-select-program.
           display "  Program-id (blank = "
               function trim(ws-hdr-program) "): " with no advancing.
           move spaces to ws-entry-text.
           accept ws-entry-text.
           if ws-entry-text not = spaces
               move function lower-case(ws-entry-text(1:8))
                   to ws-select-program
           end-if.
           perform 730-load-runs thru 730-exit.
           if ws-run-count = 0
               display "  No runs of " function trim(ws-select-program)
                   " on the ledger."
               go to 530-exit
           end-if.
           display "   #  DATE     TIME   SECS  RESULT"
               "             PARAMETERS".
           perform varying r from 1 by 1 until r > ws-run-count
               display "  " r space ws-run-date(r) space
                   ws-run-time(r) space ws-run-elapsed(r) space
                   ws-run-result(r) space
                   function trim(ws-run-parameters(r))
           end-perform.
           display "  Run number: " with no advancing.
           accept ws-entry-text.
           move function test-numval(ws-entry-text)
               to ws-numval-check.
           if ws-entry-text = spaces or ws-numval-check not = 0
               display "  Not a run number."
               go to 530-exit
           end-if.
           compute ws-run-pick = function numval(ws-entry-text).
           if ws-run-pick < 1 or ws-run-pick > ws-run-count
               display "  No run " ws-run-pick " in the list."
               go to 530-exit
           end-if.
           move ws-run-pick to r.
           perform 510-new-link.
           move "RUN" to ws-lnk-kind.
           move ws-select-program to ws-lnk-program.
           move ws-run-date(r) to ws-lnk-run-date.
           move ws-run-time(r) to ws-lnk-run-time.
           string "result " ws-run-result(r) " "
               function trim(ws-run-parameters(r))
               delimited by size into ws-lnk-detail.
           perform 515-record-link thru 515-exit.
       530-exit. exit.
      *    540-link-reversal: a REVERSALS.DAT entry by its place in
      *    the list.
       540-link-reversal.
           perform 740-load-reversals thru 740-exit.
           if ws-rev-count = 0
               display "  No reversals on file."
               go to 540-exit
           end-if.
           display "    #  PROGRAM  RUN-DATE RUN-TM BY       DONE".
           perform varying x from 1 by 1 until x > ws-rev-count
               display "  " x space ws-rv-program-id(x) space
                   ws-rv-run-date(x) space ws-rv-run-time(x) space
                   ws-rv-operator(x) space ws-rv-done-date(x)
           end-perform.
           display "  Reversal number: " with no advancing.
           accept ws-entry-text.
           move function test-numval(ws-entry-text)
               to ws-numval-check.
           if ws-entry-text = spaces or ws-numval-check not = 0
               display "  Not a reversal number."
               go to 540-exit
           end-if.
           compute ws-rev-pick = function numval(ws-entry-text).
           if ws-rev-pick < 1 or ws-rev-pick > ws-rev-count
               display "  No reversal " ws-rev-pick " in the list."
               go to 540-exit
           end-if.
           move ws-rev-pick to x.
           perform 510-new-link.
           move "REVERSAL" to ws-lnk-kind.
           move ws-rv-program-id(x) to ws-lnk-program.
           move ws-rv-run-date(x) to ws-lnk-run-date.
           move ws-rv-run-time(x) to ws-lnk-run-time.
           string "reversed by " ws-rv-operator(x) " on "
               ws-rv-done-date(x) delimited by size
               into ws-lnk-detail.
           perform 515-record-link thru 515-exit.
       540-exit. exit.
      *    550-link-restore: a state-restore approval by number.
       550-link-restore.
           display "  Restore approval number: " with no advancing.
           accept ws-entry-text.
           move function test-numval(ws-entry-text)
               to ws-numval-check.
           if ws-entry-text = spaces or ws-numval-check not = 0
               display "  Not an approval number."
               go to 550-exit
           end-if.
           compute ws-approval-id = function numval(ws-entry-text).
           move function get-approval(ws-approval-id) to ws-approval.
           if ws-approval = spaces
               or ws-apv-program not = "state-restore"
               display "  Approval " ws-approval-id " is not a"
                   " state-restore request."
               go to 550-exit
           end-if.
           move ws-apv-detail to ws-restore-detail.
           perform 510-new-link.
           move "RESTORE" to ws-lnk-kind.
           move ws-approval-id to ws-lnk-ref.
           string "generation " ws-rst-generation " "
               function trim(ws-rst-file) " - "
               function trim(ws-apv-status) " - requested by "
               ws-apv-requester delimited by size
               into ws-lnk-detail.
           perform 515-record-link thru 515-exit.
       550-exit. exit.
      *----------------------------------------------------------------
      *    560-add-note: a dated, signed progress note.
       560-add-note.
           perform 170-accept-incident thru 170-exit.
           if ws-target-idx = 0
               go to 560-exit
           end-if.
           move spaces to ws-inc-rec.
           display "  Note: " with no advancing.
           accept ws-nte-text.
           if ws-nte-text = spaces
               display "  Nothing to add - cancelled."
               go to 560-exit
           end-if.
           move ws-target-id to ws-inc-id.
           move "N" to ws-inc-type.
           move ws-today to ws-nte-date.
           perform 800-time-now.
           move ws-now-time to ws-nte-time.
           move ws-operator-id to ws-nte-by.
           move ws-inc-rec to ws-new-rec.
           perform 180-add-record thru 180-exit.
           if ws-update-ok = "N"
               go to 560-exit
           end-if.
           display "  Note added to incident " ws-target-id ".".
           move spaces to ws-log-command.
           string "incident-maint NOTE " ws-target-id
               delimited by size into ws-log-command.
           move function log-access(ws-operator-id, ws-log-command,
               spaces) to ws-log-status.
       560-exit. exit.
      *----------------------------------------------------------------
      *    580-close: a cause code from the list and a root-cause
      *    line are both required - an incident closed without them
      *    teaches the monthly review nothing.
       580-close.
           perform 170-accept-incident thru 170-exit.
           if ws-target-idx = 0
               go to 580-exit
           end-if.
           display "  Cause codes:" with no advancing.
           perform varying c from 1 by 1 until c > 8
               display " " function trim(ws-cause-code(c))
                   with no advancing
           end-perform.
           display " ".
           display "  Cause: " with no advancing.
           move spaces to ws-cause-entry.
           accept ws-cause-entry.
           move function upper-case(ws-cause-entry) to ws-cause-entry.
           move "N" to ws-cause-ok.
           perform varying c from 1 by 1 until c > 8
               if ws-cause-code(c) = ws-cause-entry
                   move "Y" to ws-cause-ok
               end-if
           end-perform.
           if ws-cause-ok = "N"
               display "  Not a cause code - cancelled."
               go to 580-exit
           end-if.
           display "  Root cause: " with no advancing.
           move spaces to ws-log-parms.
           accept ws-log-parms.
           if ws-log-parms = spaces
               display "  A closed incident needs its root cause -"
                   " cancelled."
               go to 580-exit
           end-if.
           display "  Close incident " ws-target-id " (Y/N): "
               with no advancing.
           accept ws-confirm.
           if ws-confirm not = "Y" and ws-confirm not = "y"
               display "  Not closed."
               go to 580-exit
           end-if.
           move function lock-acquire("INCIDENTS.DAT")
               to ws-lock-status.
           perform 150-load-incidents thru 150-done.
           perform 160-find-incident.
           move "N" to ws-update-ok.
           if ws-target-idx not = 0 and ws-hdr-status = "O"
               and ws-incidents-overflow = "N"
               move "C" to ws-hdr-status
               move ws-cause-entry to ws-hdr-cause
               move ws-log-parms to ws-hdr-root-cause
               move ws-today to ws-hdr-closed-date
               move ws-operator-id to ws-hdr-closed-by
               move ws-inc-rec to ws-inc-entry(ws-target-idx)
               perform 600-rewrite-incidents
               move "Y" to ws-update-ok
           end-if.
           move function lock-release("INCIDENTS.DAT")
               to ws-lock-status.
           if ws-update-ok = "N"
               display "  Incident " ws-target-id " could not be"
                   " closed."
               go to 580-exit
           end-if.
           display "  Incident " ws-target-id " closed.".
           move spaces to ws-log-command.
           string "incident-maint CLOSE " ws-target-id
               delimited by size into ws-log-command.
           move spaces to ws-log-parms.
           string "CAUSE=" ws-cause-entry
               delimited by size into ws-log-parms.
           move function log-access(ws-operator-id, ws-log-command,
               ws-log-parms) to ws-log-status.
       580-exit. exit.
       600-rewrite-incidents.
           open output incident-file.
           perform varying i from 1 by 1 until i > ws-inc-count
               move ws-inc-entry(i) to fd-incident-rec
               write fd-incident-rec
           end-perform.
           close incident-file.
      *----------------------------------------------------------------
      *    700-load-alerts: every alert on file, numbered by place.
       700-load-alerts.
           move 0 to ws-alert-count.
           move "00" to ws-alert-status.
           open input alert-file.
           if ws-alert-status not = "00"
               go to 700-exit
           end-if.
           perform until ws-alert-status = "10"
               read alert-file
                   at end move "10" to ws-alert-status
                   not at end
                       if ws-alert-count < 500
                           add 1 to ws-alert-count
                           set x to ws-alert-count
                           move fd-alt-severity to ws-alt-severity(x)
                           move fd-alt-program-id
                               to ws-alt-program-id(x)
                           move fd-alt-message to ws-alt-message(x)
                           move fd-alt-run-date to ws-alt-run-date(x)
                           move fd-alt-run-time to ws-alt-run-time(x)
                           move fd-alt-ack to ws-alt-ack(x)
                       end-if
               end-read
           end-perform.
           close alert-file.
       700-exit. exit.
      *    710-pick-alert: the latest twenty alerts shown (ACK marks
      *    the acknowledged), any number on file accepted.
       710-pick-alert.
           move 0 to ws-alert-pick.
           if ws-alert-count = 0
               display "  No alerts on file."
               go to 710-exit
           end-if.
           move 1 to ws-alert-from.
           if ws-alert-count > 20
               compute ws-alert-from = ws-alert-count - 19
           end-if.
           display "  NUM SEV PROGRAM  DATE     TIME       MESSAGE".
           perform varying x from ws-alert-from by 1
               until x > ws-alert-count
               if ws-alt-ack(x) = "Y"
                   display "  " x space ws-alt-severity(x) "   "
                       ws-alt-program-id(x) space ws-alt-run-date(x)
                       space ws-alt-run-time(x) " ACK "
                       function trim(ws-alt-message(x))
               else
                   display "  " x space ws-alt-severity(x) "   "
                       ws-alt-program-id(x) space ws-alt-run-date(x)
                       space ws-alt-run-time(x) "     "
                       function trim(ws-alt-message(x))
               end-if
           end-perform.
           display "  Alert number (blank = none): " with no advancing.
           accept ws-entry-text.
           if ws-entry-text = spaces
               go to 710-exit
           end-if.
           move function test-numval(ws-entry-text)
               to ws-numval-check.
           if ws-numval-check not = 0
               display "  Not an alert number."
               go to 710-exit
           end-if.
           compute ws-alert-pick = function numval(ws-entry-text).
           if ws-alert-pick < 1 or ws-alert-pick > ws-alert-count
               display "  No alert " ws-alert-pick " on file."
               move 0 to ws-alert-pick
           end-if.
       710-exit. exit.
      *    730-load-runs: the chosen program's ten latest ledger
      *    rows, REVERSAL markers left out.
       730-load-runs.
           move 0 to ws-run-count.
           move "00" to ws-ledger-status.
           open input ledger-file.
           if ws-ledger-status not = "00"
               go to 730-exit
           end-if.
           perform until ws-ledger-status = "10"
               read ledger-file
                   at end move "10" to ws-ledger-status
                   not at end
                       if fd-led-program-id = ws-select-program
                           and fd-led-result not = "REVERSAL"
                           perform 735-keep-run
                       end-if
               end-read
           end-perform.
           close ledger-file.
       730-exit. exit.
       735-keep-run.
           if ws-run-count < 10
               add 1 to ws-run-count
           else
               perform varying r from 1 by 1 until r >= 10
                   move ws-run-entry(r + 1) to ws-run-entry(r)
               end-perform
           end-if.
           move fd-led-run-date to ws-run-date(ws-run-count).
           move fd-led-run-time to ws-run-time(ws-run-count).
           move fd-led-result to ws-run-result(ws-run-count).
           move fd-led-elapsed-sec to ws-run-elapsed(ws-run-count).
           move fd-led-parameters to ws-run-parameters(ws-run-count).
       740-load-reversals.
           move 0 to ws-rev-count.
           move "00" to ws-reversal-status.
           open input reversal-file.
           if ws-reversal-status not = "00"
               go to 740-exit
           end-if.
           perform until ws-reversal-status = "10"
               read reversal-file
                   at end move "10" to ws-reversal-status
                   not at end
                       if ws-rev-count < 100
                           add 1 to ws-rev-count
                           set x to ws-rev-count
                           move fd-rev-program-id
                               to ws-rv-program-id(x)
                           move fd-rev-run-date to ws-rv-run-date(x)
                           move fd-rev-run-time to ws-rv-run-time(x)
                           move fd-rev-operator to ws-rv-operator(x)
                           move fd-rev-done-date
                               to ws-rv-done-date(x)
                       end-if
               end-read
           end-perform.
           close reversal-file.
       740-exit. exit.
       800-time-now.
           accept ws-full-time from time.
           divide ws-full-time by 100 giving ws-now-time.
       end program incident-maint.
