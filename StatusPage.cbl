       identification division.
       program-id. status-page.
      *----------------------------------------------------------------
      *    status-page: the batch's answer to "did last night's run
      *    finish?" and "what's the current answer for problem 48?"
      *    for people who cannot run the console programs. One run
      *    writes STATUS.HTML, a single self-contained page (its
      *    styling inline, nothing fetched from anywhere) that can
      *    be copied to the intranet server as it stands:
      *      - the window: the calendar's step list rebuilt the way
      *        batch-driver's 110-load-calendar builds it, how far
      *        BATCH-STATUS.DAT says it got, and each step's outcome
      *        from the ATTEMPT and BYPASS records behind the resume
      *        step - completed, failed, bypassed by its condition,
      *        no input, skipped - with the launches it took;
      *      - the Euler problem registry (REGISTRY.DAT), each
      *        problem's latest result and whether the run that
      *        produced it is certified in CERTIFY.DAT;
      *      - open ALERTS.DAT records counted by severity;
      *      - the WORKQUEUE.DAT depth - PENDING requests, and the
      *        FAILED ones still waiting for someone;
      *      - any SLA.DAT ceiling the latest run broke.
      *    The page says which environment it was drawn from
      *    (run-environment) and when, so a sandbox page copied out
      *    by mistake is obvious to whoever reads it.
      *    The latest runs come from one RESULTS.LED walk: the
      *    journal carries the un-nudged run times certify keys its
      *    records by (see batch-report's 228-certify-lookup for the
      *    nudge the index would otherwise need undoing).
      *    batch-driver runs it at the end of every window, clean
      *    or not - a stopped window is exactly what the page is
      *    for. Runnable standalone at any time. Read-only apart
      *    from the page itself; RETURN-CODE 0.
       environment division.
       configuration section.
           repository.
               function enter-environment
               function run-environment.
       input-output section.
       file-control.
           select batch-status-file assign to "BATCH-STATUS.DAT"
               organization is line sequential
               file status is ws-batch-status.
           select calendar-file assign to "BATCHCAL.DAT"
               organization is line sequential
               file status is ws-calendar-status.
           select profile-file assign to "PROFILES.DAT"
               organization is line sequential
               file status is ws-profile-status.
           select registry-file assign to "REGISTRY.DAT"
               organization is line sequential
               file status is ws-registry-status.
           select ledger-file assign to "RESULTS.LED"
               organization is line sequential
               file status is ws-ledger-status.
           select cert-file assign to "CERTIFY.DAT"
               organization is indexed
               access mode is random
               record key is fd-crt-key
               file status is ws-cert-status.
           select alert-file assign to "ALERTS.DAT"
               organization is line sequential
               file status is ws-alert-status.
           select queue-file assign to "WORKQUEUE.DAT"
               organization is line sequential
               file status is ws-queue-status.
           select sla-file assign to "SLA.DAT"
               organization is line sequential
               file status is ws-sla-status.
           select html-out assign to "STATUS.HTML"
               organization is line sequential
               file status is ws-html-status.
       data division.
       file section.
       fd batch-status-file.
       01 fd-batch-rec.
           05 fd-batch-last-step   pic 9(02).
       01 fd-batch-susp-rec        pic x(09).
      *    behind the resume step, batch-driver's ATTEMPT record per
      *    launch and BYPASS record per step passed over (see its
      *    385-record-attempt and 248-record-bypass).
       01 fd-batch-att-rec.
           05 fd-att-tag           pic x(07).
           05 filler               pic x(01).
           05 fd-att-kind          pic x(01).
           05 fd-att-number        pic 9(03).
           05 fd-att-program-id    pic x(08).
           05 fd-att-attempt       pic 9(01).
           05 fd-att-date          pic 9(08).
           05 fd-att-time          pic 9(06).
           05 fd-att-run-id        pic 9(10).
           05 fd-att-exit-code     pic 9(09).
           05 fd-att-outcome       pic x(08).
           05 fd-att-runlog        pic x(40).
       01 fd-batch-byp-rec.
           05 fd-byp-tag           pic x(07).
           05 filler               pic x(01).
           05 fd-byp-kind          pic x(01).
           05 fd-byp-number        pic 9(03).
           05 fd-byp-program-id    pic x(08).
           05 fd-byp-cause         pic x(01).
           05 fd-byp-date          pic 9(08).
           05 fd-byp-time          pic 9(06).
           05 fd-byp-reason        pic x(60).
       fd calendar-file.
       01 fd-cal-rec.
           05 fd-cal-type          pic x(01).
           05 fd-cal-key.
               10 fd-cal-dow       pic x(01).
               10 filler           pic x(07).
           05 fd-cal-step          pic x(08) occurs 6 times.
       fd profile-file.
       01 fd-profile-rec.
           05 fd-prf-name          pic x(08).
           05 fd-prf-program-id    pic x(08).
           05 fd-prf-args          pic x(60).
           05 fd-prf-description   pic x(30).
       fd registry-file.
       01 fd-registry-rec.
           05 fd-reg-problem-num    pic 9(04).
           05 fd-reg-program-id     pic x(08).
           05 fd-reg-description    pic x(60).
           05 fd-reg-last-run-date  pic 9(08).
           05 fd-reg-last-result    pic x(18).
           05 fd-reg-first-run-date pic 9(08).
           05 fd-reg-run-count      pic 9(05).
           05 fd-reg-best-elapsed   pic 9(05).
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
           05 fd-led-version       pic x(08).
       fd cert-file.
       01 fd-cert-rec.
           05 fd-crt-key.
               10 fd-crt-program-id    pic x(08).
               10 fd-crt-run-date      pic 9(08).
               10 fd-crt-run-time      pic 9(06).
           05 fd-crt-check         pic x(08).
           05 fd-crt-cert-date     pic 9(08).
           05 fd-crt-cert-time     pic 9(06).
           05 fd-crt-operator      pic x(08).
       fd alert-file.
       01 fd-alert-rec.
           05 fd-alt-severity      pic x(01).
           05 fd-alt-program-id    pic x(08).
           05 fd-alt-message       pic x(60).
           05 fd-alt-run-date      pic 9(08).
           05 fd-alt-run-time      pic 9(06).
           05 fd-alt-ack           pic x(01).
           05 fd-alt-run-id        pic 9(10).
       fd queue-file.
       01 fd-queue-rec.
           05 fd-que-program-id    pic x(08).
           05 fd-que-parameters    pic x(60).
           05 fd-que-requester     pic x(08).
           05 fd-que-status        pic x(08).
           05 fd-que-run-date      pic 9(08).
           05 fd-que-run-id        pic 9(10).
           05 fd-que-force         pic x(01).
       fd sla-file.
       01 fd-sla-rec.
           05 fd-sla-program-id    pic x(08).
           05 fd-sla-max-sec       pic 9(05).
       fd html-out.
       01 html-line                pic x(250).
       working-storage section.
           01 ws-batch-status      pic x(02)   value "00".
           01 ws-calendar-status   pic x(02)   value "00".
           01 ws-profile-status    pic x(02)   value "00".
           01 ws-registry-status   pic x(02)   value "00".
           01 ws-ledger-status     pic x(02)   value "00".
           01 ws-cert-status       pic x(02)   value "00".
           01 ws-cert-present      pic X       value "N".
           01 ws-alert-status      pic x(02)   value "00".
           01 ws-queue-status      pic x(02)   value "00".
           01 ws-sla-status        pic x(02)   value "00".
           01 ws-html-status       pic x(02)   value "00".
           01 ws-environment       pic x(10).
           01 ws-today             pic 9(08).
           01 ws-now-full          pic 9(08).
           01 ws-now               pic 9(06).
           01 ws-dow               pic 9(01).
           01 ws-dow-x             pic x(01).
           01 ws-today-yyyymm      pic 9(06).
           01 ws-tomorrow-yyyymm   pic 9(06).
           01 ws-date-int          pic 9(08).
           01 ws-tomorrow          pic 9(08).
           01 ws-month-end         pic X       value "N".
           01 ws-holiday           pic X       value "N".
           01 ws-last-step         pic 9(02)   value 0.
           01 ws-suspended         pic X       value "N".
           01 ws-window-date       pic 9(08)   value 0.
           01 ws-rec-step          pic 9(03).
      *    tonight's steps, and what BATCH-STATUS.DAT's records say
      *    became of each (batch-driver's codes: D done, F failed,
      *    C bypassed by condition, I no input, K operator skip).
           01 ws-steps.
               05 ws-step-count    pic 9(02)   value 0.
               05 ws-step-def occurs 8 times.
                   10 ws-step-program-id  pic x(08).
                   10 ws-stp-outcome      pic X.
                   10 ws-stp-reason       pic x(60).
                   10 ws-stp-attempts     pic 9(01).
                   10 ws-stp-exit-code    pic 9(09).
           01 ws-handled-failures  pic 9(02)   value 0.
           01 ws-profiles.
               05 ws-profile-count pic 9(03)   value 0.
               05 ws-profile-entry occurs 50 times.
                   10 ws-prf-name        pic x(08).
                   10 ws-prf-program-id  pic x(08).
           01 ws-prf-idx           pic 9(03).
      *    the registry, and per problem the latest ledger run that
      *    produced its registered result - the run certify would
      *    have signed off.
           01 ws-registry.
               05 ws-reg-count     pic 9(03)   value 0.
               05 ws-reg-entry occurs 60 times.
                   10 ws-reg-problem-num   pic 9(04).
                   10 ws-reg-program-id    pic x(08).
                   10 ws-reg-description   pic x(60).
                   10 ws-reg-last-run-date pic 9(08).
                   10 ws-reg-last-result   pic x(18).
                   10 ws-reg-run-date      pic 9(08).
                   10 ws-reg-run-time      pic 9(06).
                   10 ws-reg-run-found     pic X.
           01 ws-slas.
               05 ws-sla-count     pic 9(03)   value 0.
               05 ws-sla-entry occurs 50 times.
                   10 ws-sla-program-id   pic x(08).
                   10 ws-sla-max-sec      pic 9(05).
                   10 ws-sla-elapsed      pic 9(05).
                   10 ws-sla-run-date     pic 9(08).
                   10 ws-sla-run-time     pic 9(06).
                   10 ws-sla-found        pic X.
           01 ws-open-e            pic 9(05)   value 0.
           01 ws-open-w            pic 9(05)   value 0.
           01 ws-open-other        pic 9(05)   value 0.
           01 ws-pending-count     pic 9(05)   value 0.
           01 ws-failed-count      pic 9(05)   value 0.
           01 ws-breach-count      pic 9(03)   value 0.
      *    display forms for the page.
           01 ws-show-date         pic x(10).
           01 ws-show-time         pic x(08).
           01 ws-show-count        pic zzzz9.
           01 ws-show-step         pic z9.
           01 ws-show-done         pic z9.
           01 ws-show-failures     pic z9.
           01 ws-stop-step         pic 9(02).
           01 ws-show-problem      pic zzz9.
           01 ws-show-secs         pic zzzz9.
           01 ws-show-limit        pic zzzz9.
           01 ws-show-exit         pic zzzzzzzz9.
           01 ws-verdict           pic x(120).
           01 ws-verdict-class     pic x(08).
           01 ws-outcome-text      pic x(30).
           01 ws-outcome-class     pic x(08).
           01 ws-cert-text         pic x(80).
           01 ws-cert-class        pic x(08).
      *    HTML escaping (see 850-escape-text): text from the files
      *    in, markup-safe text out.
           01 ws-esc-in            pic x(80).
           01 ws-esc-out           pic x(400).
           01 ws-esc-pos           pic 9(03).
           01 ws-esc-i             pic 9(03).
           01 c                    pic 9(02).
           01 p2                   pic 9(03).
           01 r                    pic 9(03).
           01 s                    pic 9(02).
           01 t                    pic 9(03).
       procedure division.
       display function enter-environment("status-page").
       perform 100-init thru 100-exit.
       open output html-out.
       if ws-html-status not = "00"
           display "status-page: STATUS.HTML could not be opened"
               " for output (status " ws-html-status ")."
           move 16 to return-code
           goback
       end-if.
       perform 200-write-head.
       perform 300-window-section thru 300-exit.
       perform 400-registry-section thru 400-exit.
       perform 500-alert-section.
       perform 600-queue-section.
       perform 700-sla-section thru 700-exit.
       perform 290-write-tail.
       close html-out.
       display "status-page: STATUS.HTML written ("
           function trim(ws-environment) ", " ws-show-date " "
           ws-show-time ").".
       move 0 to return-code.
       goback.
       100-init.
           move function run-environment to ws-environment.
           accept ws-today from date yyyymmdd.
           accept ws-now-full from time.
           move ws-now-full(1:6) to ws-now.
           accept ws-dow from day-of-week.
           move ws-dow to ws-dow-x.
           perform 105-check-month-end.
           perform 108-load-profiles.
           perform 110-load-calendar.
           perform 130-load-batch-status.
           perform 140-load-registry.
           perform 150-load-slas.
           perform 160-walk-ledger.
       100-exit. exit.
       105-check-month-end.
           compute ws-date-int =
               function integer-of-date(ws-today) + 1.
           compute ws-tomorrow =
               function date-of-integer(ws-date-int).
           compute ws-today-yyyymm = ws-today / 100.
           compute ws-tomorrow-yyyymm = ws-tomorrow / 100.
           if ws-tomorrow-yyyymm not = ws-today-yyyymm
               move "Y" to ws-month-end
           end-if.
       108-load-profiles.
           open input profile-file.
           if ws-profile-status = "00"
               perform until ws-profile-status = "10"
                   read profile-file
                       at end move "10" to ws-profile-status
                       not at end
                           if ws-profile-count < 50
                               add 1 to ws-profile-count
                               move fd-prf-name to
                                   ws-prf-name(ws-profile-count)
                               move fd-prf-program-id to
                                   ws-prf-program-id(
                                   ws-profile-count)
                           end-if
                   end-read
               end-perform
               close profile-file
           end-if.
      *    110-load-calendar: the step list batch-driver builds -
      *    profile names resolved, as batch-monitor resolves them,
      *    or the steps would never match their status records.
       110-load-calendar.
           open input calendar-file.
           if ws-calendar-status not = "00"
               perform 120-default-steps
           else
               perform until ws-calendar-status = "10"
                   read calendar-file
                       at end move "10" to ws-calendar-status
                       not at end perform 115-apply-cal-record
                   end-read
               end-perform
               close calendar-file
           end-if.
       115-apply-cal-record.
           evaluate fd-cal-type
               when "H"
                   if fd-cal-key = ws-today
                       move "Y" to ws-holiday
                   end-if
               when "D"
                   if fd-cal-dow = ws-dow-x
                       perform 118-append-cal-steps
                   end-if
               when "M"
                   if ws-month-end = "Y"
                       perform 118-append-cal-steps
                   end-if
               when other
                   continue
           end-evaluate.
       118-append-cal-steps.
           perform varying c from 1 by 1 until c > 6
               if fd-cal-step(c) not = spaces
                   and ws-step-count < 8
                   add 1 to ws-step-count
                   move fd-cal-step(c)
                       to ws-step-program-id(ws-step-count)
                   perform 119-resolve-profile
               end-if
           end-perform.
       119-resolve-profile.
           move 0 to ws-prf-idx.
           perform varying p2 from 1 by 1
               until p2 > ws-profile-count or ws-prf-idx not = 0
               if ws-prf-name(p2)
                   = ws-step-program-id(ws-step-count)
                   move p2 to ws-prf-idx
               end-if
           end-perform.
           if ws-prf-idx not = 0
               move ws-prf-program-id(ws-prf-idx)
                   to ws-step-program-id(ws-step-count)
           end-if.
       120-default-steps.
           move 4 to ws-step-count.
           move "euler1  " to ws-step-program-id(1).
           move "euler2  " to ws-step-program-id(2).
           move "euler3  " to ws-step-program-id(3).
           move "euler48 " to ws-step-program-id(4).
      *    130-load-batch-status: the resume step, the SUSPENDED
      *    marker, then the step records in the order written - a
      *    step's latest record wins, so a resumed step's DONE
      *    replaces the FAILED before it.
       130-load-batch-status.
           perform varying s from 1 by 1 until s > 8
               move space to ws-stp-outcome(s)
               move spaces to ws-stp-reason(s)
               move 0 to ws-stp-attempts(s)
               move 0 to ws-stp-exit-code(s)
           end-perform.
           open input batch-status-file.
           if ws-batch-status = "35"
               continue
           else
               read batch-status-file
                   at end continue
                   not at end move fd-batch-last-step to ws-last-step
               end-read
               perform until ws-batch-status = "10"
                   read batch-status-file
                       at end move "10" to ws-batch-status
                       not at end perform 135-apply-status-record
                           thru 135-done
                   end-read
               end-perform
               close batch-status-file
           end-if.
       135-apply-status-record.
           if fd-batch-susp-rec = "SUSPENDED"
               move "Y" to ws-suspended
               go to 135-done
           end-if.
           if fd-att-kind not = "S"
               or fd-att-number is not numeric
               go to 135-done
           end-if.
           move fd-att-number to ws-rec-step.
           if ws-rec-step < 1 or ws-rec-step > ws-step-count
               go to 135-done
           end-if.
           if fd-att-program-id not = ws-step-program-id(ws-rec-step)
               go to 135-done
           end-if.
           if ws-window-date = 0 and fd-att-date is numeric
               move fd-att-date to ws-window-date
           end-if.
           evaluate true
               when fd-byp-tag = "BYPASS"
                   move fd-byp-cause to ws-stp-outcome(ws-rec-step)
                   move fd-byp-reason to ws-stp-reason(ws-rec-step)
               when fd-att-tag = "ATTEMPT"
                   move fd-att-attempt to ws-stp-attempts(ws-rec-step)
                   move fd-att-exit-code
                       to ws-stp-exit-code(ws-rec-step)
                   evaluate fd-att-outcome
                       when "DONE"
                           move "D" to ws-stp-outcome(ws-rec-step)
                       when "FAILED"
                           move "F" to ws-stp-outcome(ws-rec-step)
                       when other
                           continue
                   end-evaluate
               when other
                   continue
           end-evaluate.
       135-done.
           exit.
       140-load-registry.
           open input registry-file.
           if ws-registry-status = "00"
               perform until ws-registry-status = "10"
                   read registry-file
                       at end move "10" to ws-registry-status
                       not at end
                           if ws-reg-count < 60
                               add 1 to ws-reg-count
                               perform 145-keep-registry-row
                           end-if
                   end-read
               end-perform
               close registry-file
           end-if.
       145-keep-registry-row.
           move fd-reg-problem-num to ws-reg-problem-num(ws-reg-count).
           move fd-reg-program-id to ws-reg-program-id(ws-reg-count).
           move fd-reg-description
               to ws-reg-description(ws-reg-count).
           move fd-reg-last-run-date
               to ws-reg-last-run-date(ws-reg-count).
           move fd-reg-last-result
               to ws-reg-last-result(ws-reg-count).
           move 0 to ws-reg-run-date(ws-reg-count).
           move 0 to ws-reg-run-time(ws-reg-count).
           move "N" to ws-reg-run-found(ws-reg-count).
       150-load-slas.
           open input sla-file.
           if ws-sla-status = "00"
               perform until ws-sla-status = "10"
                   read sla-file
                       at end move "10" to ws-sla-status
                       not at end
                           if ws-sla-count < 50
                               add 1 to ws-sla-count
                               move fd-sla-program-id to
                                   ws-sla-program-id(ws-sla-count)
                               move fd-sla-max-sec to
                                   ws-sla-max-sec(ws-sla-count)
                               move 0 to
                                   ws-sla-elapsed(ws-sla-count)
                               move 0 to
                                   ws-sla-run-date(ws-sla-count)
                               move 0 to
                                   ws-sla-run-time(ws-sla-count)
                               move "N" to
                                   ws-sla-found(ws-sla-count)
                           end-if
                   end-read
               end-perform
               close sla-file
           end-if.
      *    160-walk-ledger: one pass serves both the registry (the
      *    latest run whose result is the registered one) and the
      *    SLA check (each program's latest elapsed seconds).
       160-walk-ledger.
           open input ledger-file.
           if ws-ledger-status = "00"
               perform until ws-ledger-status = "10"
                   read ledger-file
                       at end move "10" to ws-ledger-status
                       not at end perform 165-apply-ledger-row
                   end-read
               end-perform
               close ledger-file
           end-if.
       165-apply-ledger-row.
           perform varying r from 1 by 1 until r > ws-reg-count
               if fd-led-program-id = ws-reg-program-id(r)
                   and fd-led-result = ws-reg-last-result(r)
                   and (fd-led-run-date > ws-reg-run-date(r)
                       or (fd-led-run-date = ws-reg-run-date(r)
                       and fd-led-run-time >= ws-reg-run-time(r)))
                   move fd-led-run-date to ws-reg-run-date(r)
                   move fd-led-run-time to ws-reg-run-time(r)
                   move "Y" to ws-reg-run-found(r)
               end-if
           end-perform.
           perform varying t from 1 by 1 until t > ws-sla-count
               if fd-led-program-id = ws-sla-program-id(t)
                   and (fd-led-run-date > ws-sla-run-date(t)
                       or (fd-led-run-date = ws-sla-run-date(t)
                       and fd-led-run-time >= ws-sla-run-time(t)))
                   move fd-led-elapsed-sec to ws-sla-elapsed(t)
                   move fd-led-run-date to ws-sla-run-date(t)
                   move fd-led-run-time to ws-sla-run-time(t)
                   move "Y" to ws-sla-found(t)
               end-if
           end-perform.
      *----------------------------------------------------------------
      *    200-write-head: the page's head and inline style, then
      *    the banner naming the environment and the time drawn.
       200-write-head.
           move ws-today to ws-date-int.
           perform 860-format-date.
           move spaces to ws-show-time.
           string ws-now(1:2) ":" ws-now(3:2) ":" ws-now(5:2)
               delimited by size into ws-show-time.
           move "<!DOCTYPE html>" to html-line.
           write html-line.
           move "<html><head><meta charset=""utf-8"">" to html-line.
           write html-line.
           move "<title>Euler batch status</title>" to html-line.
           write html-line.
           move spaces to html-line.
           string "<style>body{font-family:sans-serif;margin:2em}"
               "table{border-collapse:collapse;margin-bottom:1em}"
               "th,td{border:1px solid #999;padding:3px 8px;"
               "text-align:left}th{background:#ddd}"
               delimited by size into html-line.
           write html-line.
           move spaces to html-line.
           string ".ok{background:#cfc}.bad{background:#f99}"
               ".warn{background:#ffc}.none{background:#eee}"
               ".sandbox{background:#fc6;padding:6px;"
               "font-weight:bold}</style></head><body>"
               delimited by size into html-line.
           write html-line.
           move spaces to html-line.
           string "<h1>Euler batch status - "
               function trim(ws-environment) "</h1>"
               delimited by size into html-line.
           write html-line.
           if ws-environment = "SANDBOX"
               move spaces to html-line
               string "<p class=""sandbox"">SANDBOX - drawn from"
                   " the sandbox files, not production.</p>"
                   delimited by size into html-line
               write html-line
           end-if.
           move spaces to html-line.
           string "<p>Drawn " ws-show-date " at " ws-show-time
               " from the " function trim(ws-environment)
               " files.</p>"
               delimited by size into html-line.
           write html-line.
       290-write-tail.
           move "</body></html>" to html-line.
           write html-line.
      *----------------------------------------------------------------
      *    300-window-section: the verdict first - the one line most
      *    readers came for - then the step table.
       300-window-section.
           move "<h2>Batch window</h2>" to html-line.
           write html-line.
           perform 310-judge-window.
           move spaces to html-line.
           string "<p class=""" function trim(ws-verdict-class)
               """>" function trim(ws-verdict) "</p>"
               delimited by size into html-line.
           write html-line.
           if ws-step-count = 0 or ws-holiday = "Y"
               go to 300-exit
           end-if.
           move spaces to html-line.
           string "<table><tr><th>Step</th><th>Program</th>"
               "<th>Outcome</th><th>Launches</th>"
               "<th>Detail</th></tr>"
               delimited by size into html-line.
           write html-line.
           perform 320-write-step-row
               varying s from 1 by 1 until s > ws-step-count.
           move "</table>" to html-line.
           write html-line.
       300-exit. exit.
      *    310-judge-window: finished, finished with failures the
      *    calendar let through (FAIL conditions), suspended at the
      *    deadline, stopped on a failed step, or not yet through.
       310-judge-window.
           move 0 to ws-handled-failures.
           perform varying s from 1 by 1 until s > ws-step-count
               if s <= ws-last-step and ws-stp-outcome(s) = "F"
                   add 1 to ws-handled-failures
               end-if
           end-perform.
           move ws-step-count to ws-show-step.
           move ws-last-step to ws-show-done.
           move ws-handled-failures to ws-show-failures.
           move ws-last-step to ws-stop-step.
           if ws-stop-step < ws-step-count
               add 1 to ws-stop-step
           end-if.
           move spaces to ws-verdict.
           evaluate true
               when ws-holiday = "Y"
                   move "Processing holiday - no batch window."
                       to ws-verdict
                   move "none" to ws-verdict-class
               when ws-step-count = 0
                   move "No steps scheduled today." to ws-verdict
                   move "none" to ws-verdict-class
               when ws-suspended = "Y"
                   string "SUSPENDED at the window deadline - "
                       function trim(ws-show-done) " of "
                       function trim(ws-show-step)
                       " steps done; resumes next window."
                       delimited by size into ws-verdict
                   move "warn" to ws-verdict-class
               when ws-last-step >= ws-step-count
                   and ws-handled-failures > 0
                   string "FINISHED - all " function trim(ws-show-step)
                       " steps through, "
                       function trim(ws-show-failures)
                       " failed and the window continued."
                       delimited by size into ws-verdict
                   move "warn" to ws-verdict-class
               when ws-last-step >= ws-step-count
                   string "FINISHED - all " function trim(ws-show-step)
                       " steps passed."
                       delimited by size into ws-verdict
                   move "ok" to ws-verdict-class
               when ws-stp-outcome(ws-stop-step) = "F"
                   move ws-stop-step to ws-show-done
                   string "STOPPED - step " function trim(ws-show-done)
                       " (" function trim(
                       ws-step-program-id(ws-stop-step))
                       ") failed; the rerun resumes from it."
                       delimited by size into ws-verdict
                   move "bad" to ws-verdict-class
               when other
                   string "NOT FINISHED - " function trim(ws-show-done)
                       " of " function trim(ws-show-step)
                       " steps done."
                       delimited by size into ws-verdict
                   move "warn" to ws-verdict-class
           end-evaluate.
           if ws-window-date not = 0
               and ws-step-count not = 0 and ws-holiday = "N"
               move ws-window-date to ws-date-int
               perform 860-format-date
               move ws-verdict to ws-esc-out
               move spaces to ws-verdict
               string function trim(ws-esc-out) " (window of "
                   ws-show-date ")"
                   delimited by size into ws-verdict
               move ws-today to ws-date-int
               perform 860-format-date
           end-if.
       320-write-step-row.
           evaluate true
               when ws-stp-outcome(s) = "C"
                   move "Bypassed by condition" to ws-outcome-text
                   move "none" to ws-outcome-class
               when ws-stp-outcome(s) = "I"
                   move "No input" to ws-outcome-text
                   move "warn" to ws-outcome-class
               when ws-stp-outcome(s) = "K"
                   move "Skipped by operator" to ws-outcome-text
                   move "warn" to ws-outcome-class
               when ws-stp-outcome(s) = "F" and s <= ws-last-step
                   move "Failed - window continued"
                       to ws-outcome-text
                   move "bad" to ws-outcome-class
               when ws-stp-outcome(s) = "F"
                   move "Failed" to ws-outcome-text
                   move "bad" to ws-outcome-class
               when s <= ws-last-step
                   move "Completed" to ws-outcome-text
                   move "ok" to ws-outcome-class
               when other
                   move "Not run" to ws-outcome-text
                   move "none" to ws-outcome-class
           end-evaluate.
           move spaces to ws-esc-out.
           if ws-stp-reason(s) not = spaces
               move ws-stp-reason(s) to ws-esc-in
               perform 850-escape-text
           end-if.
           if ws-stp-outcome(s) = "F"
               move ws-stp-exit-code(s) to ws-show-exit
               string "exit code " function trim(ws-show-exit)
                   delimited by size into ws-esc-out
           end-if.
           move s to ws-show-step.
           move spaces to html-line.
           string "<tr><td>" function trim(ws-show-step)
               "</td><td>" function trim(ws-step-program-id(s))
               "</td><td class=""" function trim(ws-outcome-class)
               """>" function trim(ws-outcome-text)
               "</td><td>" ws-stp-attempts(s)
               "</td><td>" function trim(ws-esc-out) "</td></tr>"
               delimited by size into html-line.
           write html-line.
      *----------------------------------------------------------------
      *    400-registry-section: every registered problem with its
      *    latest result and the certification of the run behind it
      *    - a figure nobody has certified says so plainly.
       400-registry-section.
           move "<h2>Euler problem registry</h2>" to html-line.
           write html-line.
           if ws-reg-count = 0
               move "<p>No runs recorded yet.</p>" to html-line
               write html-line
               go to 400-exit
           end-if.
           open input cert-file.
           if ws-cert-status = "00"
               move "Y" to ws-cert-present
           end-if.
           move spaces to html-line.
           string "<table><tr><th>Problem</th><th>Program</th>"
               "<th>Description</th><th>Last run</th>"
               "<th>Latest result</th><th>Certification</th></tr>"
               delimited by size into html-line.
           write html-line.
           perform 420-write-registry-row
               varying r from 1 by 1 until r > ws-reg-count.
           move "</table>" to html-line.
           write html-line.
           if ws-cert-present = "Y"
               close cert-file
           end-if.
       400-exit. exit.
       420-write-registry-row.
           perform 430-judge-certification.
           move ws-reg-description(r) to ws-esc-in.
           perform 850-escape-text.
           move ws-reg-last-run-date(r) to ws-date-int.
           perform 860-format-date.
           move ws-reg-problem-num(r) to ws-show-problem.
           move spaces to html-line.
           string "<tr><td>" function trim(ws-show-problem)
               "</td><td>" function trim(ws-reg-program-id(r))
               "</td><td>" function trim(ws-esc-out)
               "</td><td>" ws-show-date
               "</td><td>" function trim(ws-reg-last-result(r))
               "</td><td class=""" function trim(ws-cert-class)
               """>" function trim(ws-cert-text) "</td></tr>"
               delimited by size into html-line.
           write html-line.
           move ws-today to ws-date-int.
           perform 860-format-date.
      *    430-judge-certification: a keyed read on the run's
      *    program, date and time, exactly as certify wrote it.
       430-judge-certification.
           move spaces to ws-cert-text.
           evaluate true
               when ws-cert-present = "N"
                   move "No certification file" to ws-cert-text
                   move "none" to ws-cert-class
               when ws-reg-run-found(r) = "N"
                   move "Run not on the ledger" to ws-cert-text
                   move "none" to ws-cert-class
               when other
                   move ws-reg-program-id(r) to fd-crt-program-id
                   move ws-reg-run-date(r) to fd-crt-run-date
                   move ws-reg-run-time(r) to fd-crt-run-time
                   read cert-file
                       invalid key
                           move "Not certified" to ws-cert-text
                           move "warn" to ws-cert-class
                       not invalid key
                           perform 435-describe-certification
                   end-read
           end-evaluate.
       435-describe-certification.
           move fd-crt-cert-date to ws-date-int.
           perform 860-format-date.
           string "Certified " ws-show-date " by "
               function trim(fd-crt-operator) " ("
               function trim(fd-crt-check) ")"
               delimited by size into ws-cert-text.
           move "ok" to ws-cert-class.
      *----------------------------------------------------------------
      *    500-alert-section: open (unacknowledged) alerts by
      *    severity; the detail stays in alert-browse.
       500-alert-section.
           open input alert-file.
           if ws-alert-status = "00"
               perform until ws-alert-status = "10"
                   read alert-file
                       at end move "10" to ws-alert-status
                       not at end
                           if fd-alt-ack not = "Y"
                               evaluate fd-alt-severity
                                   when "E"
                                       add 1 to ws-open-e
                                   when "W"
                                       add 1 to ws-open-w
                                   when other
                                       add 1 to ws-open-other
                               end-evaluate
                           end-if
                   end-read
               end-perform
               close alert-file
           end-if.
           move "<h2>Open alerts</h2>" to html-line.
           write html-line.
           move spaces to html-line.
           string "<table><tr><th>Severity</th><th>Open</th></tr>"
               delimited by size into html-line.
           write html-line.
           move ws-open-e to ws-show-count.
           move spaces to html-line.
           if ws-open-e > 0
               string "<tr><td>Error</td><td class=""bad"">"
                   function trim(ws-show-count) "</td></tr>"
                   delimited by size into html-line
           else
               string "<tr><td>Error</td><td class=""ok"">"
                   function trim(ws-show-count) "</td></tr>"
                   delimited by size into html-line
           end-if.
           write html-line.
           move ws-open-w to ws-show-count.
           move spaces to html-line.
           string "<tr><td>Warning</td><td>"
               function trim(ws-show-count) "</td></tr>"
               delimited by size into html-line.
           write html-line.
           if ws-open-other > 0
               move ws-open-other to ws-show-count
               move spaces to html-line
               string "<tr><td>Other</td><td>"
                   function trim(ws-show-count) "</td></tr>"
                   delimited by size into html-line
               write html-line
           end-if.
           move "</table>" to html-line.
           write html-line.
      *----------------------------------------------------------------
      *    600-queue-section: the depth of the work queue - what is
      *    waiting for the next drain, and what failed and is still
      *    waiting for someone to look at it.
       600-queue-section.
           open input queue-file.
           if ws-queue-status = "00"
               perform until ws-queue-status = "10"
                   read queue-file
                       at end move "10" to ws-queue-status
                       not at end
                           if fd-que-status = "PENDING"
                               add 1 to ws-pending-count
                           end-if
                           if fd-que-status = "FAILED"
                               add 1 to ws-failed-count
                           end-if
                   end-read
               end-perform
               close queue-file
           end-if.
           move "<h2>Work queue</h2>" to html-line.
           write html-line.
           move ws-pending-count to ws-show-count.
           move spaces to html-line.
           string "<table><tr><th>Pending</th><td>"
               function trim(ws-show-count) "</td></tr>"
               delimited by size into html-line.
           write html-line.
           move ws-failed-count to ws-show-count.
           move spaces to html-line.
           if ws-failed-count > 0
               string "<tr><th>Failed</th><td class=""bad"">"
                   function trim(ws-show-count) "</td></tr></table>"
                   delimited by size into html-line
           else
               string "<tr><th>Failed</th><td>"
                   function trim(ws-show-count) "</td></tr></table>"
                   delimited by size into html-line
           end-if.
           write html-line.
      *----------------------------------------------------------------
      *    700-sla-section: each SLA.DAT program's latest elapsed
      *    against its ceiling - sla-check's comparison - listing
      *    the breaches only.
       700-sla-section.
           move "<h2>SLA</h2>" to html-line.
           write html-line.
           if ws-sla-count = 0
               move "<p>No SLA thresholds on file.</p>" to html-line
               write html-line
               go to 700-exit
           end-if.
           perform varying t from 1 by 1 until t > ws-sla-count
               if ws-sla-found(t) = "Y"
                   and ws-sla-elapsed(t) > ws-sla-max-sec(t)
                   add 1 to ws-breach-count
               end-if
           end-perform.
           if ws-breach-count = 0
               move "<p class=""ok"">No breaches.</p>" to html-line
               write html-line
               go to 700-exit
           end-if.
           move spaces to html-line.
           string "<table><tr><th>Program</th><th>Latest run</th>"
               "<th>Elapsed (s)</th><th>Limit (s)</th></tr>"
               delimited by size into html-line.
           write html-line.
           perform 720-write-breach-row
               varying t from 1 by 1 until t > ws-sla-count.
           move "</table>" to html-line.
           write html-line.
           move ws-today to ws-date-int.
           perform 860-format-date.
       700-exit. exit.
       720-write-breach-row.
           if ws-sla-found(t) = "Y"
               and ws-sla-elapsed(t) > ws-sla-max-sec(t)
               move ws-sla-run-date(t) to ws-date-int
               perform 860-format-date
               move ws-sla-elapsed(t) to ws-show-secs
               move ws-sla-max-sec(t) to ws-show-limit
               move spaces to html-line
               string "<tr><td>" function trim(ws-sla-program-id(t))
                   "</td><td>" ws-show-date
                   "</td><td class=""bad"">" function trim(ws-show-secs)
                   "</td><td>" function trim(ws-show-limit)
                   "</td></tr>"
                   delimited by size into html-line
               write html-line
           end-if.
      *----------------------------------------------------------------
      *    850-escape-text: ws-esc-in copied into ws-esc-out with
      *    the characters HTML reserves written as entities - an
      *    alert reason or a description with an ampersand or an
      *    angle bracket must not break the page.
       850-escape-text.
           move spaces to ws-esc-out.
           move 1 to ws-esc-pos.
           perform varying ws-esc-i from 1 by 1 until ws-esc-i > 80
               evaluate ws-esc-in(ws-esc-i:1)
                   when "&"
                       string "&amp;" delimited by size
                           into ws-esc-out with pointer ws-esc-pos
                   when "<"
                       string "&lt;" delimited by size
                           into ws-esc-out with pointer ws-esc-pos
                   when ">"
                       string "&gt;" delimited by size
                           into ws-esc-out with pointer ws-esc-pos
                   when """"
                       string "&quot;" delimited by size
                           into ws-esc-out with pointer ws-esc-pos
                   when other
                       string ws-esc-in(ws-esc-i:1) delimited by size
                           into ws-esc-out with pointer ws-esc-pos
               end-evaluate
           end-perform.
      *    860-format-date: ws-date-int (yyyymmdd) as yyyy-mm-dd in
      *    ws-show-date; zero or garbage reads as a dash.
       860-format-date.
           if ws-date-int is numeric and ws-date-int not = 0
               move spaces to ws-show-date
               string ws-date-int(1:4) "-" ws-date-int(5:2) "-"
                   ws-date-int(7:2)
                   delimited by size into ws-show-date
           else
               move "-" to ws-show-date
           end-if.
       end program status-page.
