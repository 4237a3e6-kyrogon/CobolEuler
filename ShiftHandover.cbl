      *      - last night's window: the calendar's step list for
      *        yesterday's shape of tonight, how far BATCH-STATUS.DAT
      *        says it got, whether the deadline cutoff SUSPENDED it,
      *        and each step's latest result (from the RESULTS.SUM
      *        daily summary log-run keeps);
      *      - open alerts, errors first, each with its age in days
      *        and the recovery runbook's instructions for it;
      *      - the work queue's PENDING and FAILED requests;
      *      - every live CHECKPT.DAT restart state with its age, and
      *        the euler2-format CHECKPT2.DAT if one is on disk;
      *      - the SLA verdict on each program's latest run.
      *    Operator notes on those latest runs (entered with
      *    note-entry, RUNNOTES.DAT) are shown under the step or
      *    breach they belong to, so the morning shift reads "rerun
      *    after the cache rebuild" where it matters.
      *    Read-only throughout: acknowledging alerts stays
      *    alert-browse's job, queue changes stay the entry program's.
       environment division.
       configuration section.
           repository.
               function run-note
               function runbook-step
               function enter-environment.
       input-output section.
       file-control.
           select batch-status-file assign to "BATCH-STATUS.DAT"
           select sla-file assign to "SLA.DAT"
               organization is line sequential
               file status is ws-sla-status.
           select summary-file assign to "RESULTS.SUM"
               organization is indexed
               access mode is sequential
               record key is fd-sum-key
               file status is ws-summary-status.
       data division.
       file section.
       fd batch-status-file.
       01 fd-sla-rec.
           05 fd-sla-program-id    pic x(08).
           05 fd-sla-max-sec       pic 9(05).
       fd summary-file.
       01 fd-summary-rec.
           05 fd-sum-key.
               10 fd-sum-program-id    pic x(08).
               10 fd-sum-parameters    pic x(40).
               10 fd-sum-run-date      pic 9(08).
           05 fd-sum-runs          pic 9(05).
           05 fd-sum-failures      pic 9(05).
           05 fd-sum-total-sec     pic 9(09).
           05 fd-sum-min-sec       pic 9(05).
           05 fd-sum-max-sec       pic 9(05).
           05 fd-sum-first-time    pic 9(06).
           05 fd-sum-last-time     pic 9(06).
           05 fd-sum-last-sec      pic 9(05).
           05 fd-sum-last-result   pic x(18).
           05 fd-sum-last-version  pic x(08).
       working-storage section.
           01 ws-batch-status      pic x(02)   value "00".
           01 ws-calendar-status   pic x(02)   value "00".
           01 ws-checkpoint-status pic x(02)   value "00".
           01 ws-e2-status         pic x(02)   value "00".
           01 ws-sla-status        pic x(02)   value "00".
           01 ws-summary-status    pic x(02)   value "00".
           01 ws-today             pic 9(08).
           01 ws-today-int         pic 9(08).
           01 ws-then-int          pic 9(08).
                   10 ws-step-program-id  pic x(08).
                   10 ws-stp-result       pic x(18).
                   10 ws-stp-run-date     pic 9(08).
                   10 ws-stp-run-time     pic 9(06).
                   10 ws-stp-elapsed      pic 9(05).
                   10 ws-stp-found        pic X.
           01 ws-slas.
                   10 ws-sla-program-id   pic x(08).
                   10 ws-sla-max-sec      pic 9(05).
                   10 ws-sla-elapsed      pic 9(05).
                   10 ws-sla-run-date     pic 9(08).
                   10 ws-sla-run-time     pic 9(06).
                   10 ws-sla-found        pic X.
           01 ws-open-e            pic 9(03)   value 0.
           01 ws-open-w            pic 9(03)   value 0.
           01 ws-e2-candidate      pic 9(18).
           01 ws-e2-fields         pic 9(01)   value 0.
           01 ws-sev-pass          pic x(01).
      *    operator notes on a latest run, via run-note.
           01 ws-note-program      pic x(08).
           01 ws-note-date         pic 9(08).
           01 ws-note-time         pic 9(06).
           01 ws-note-seq          pic 9(03).
           01 ws-run-note.
               05 ws-rn-date       pic x(08).
               05 ws-rn-operator   pic x(08).
               05 ws-rn-text       pic x(60).
      *    recovery runbook lines for an open alert, via runbook-step.
           01 ws-rbk-line          pic 9(02).
           01 ws-runbook-text      pic x(60).
           01 c                    pic 9(02).
           01 s                    pic 9(02).
           01 t                    pic 9(03).
       procedure division.
       display function enter-environment("shift-handover").
       accept ws-today from date yyyymmdd.
       compute ws-today-int = function integer-of-date(ws-today).
       accept ws-dow from day-of-week.
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
      *    batch-driver's 110-load-calendar builds it (batch-monitor
      *    makes the same point - the tools must keep rebuilding the
      *    same list), then BATCH-STATUS.DAT and the per-step latest
      *    runs say how far it got and what it produced.
       200-window-section.
           perform 210-load-calendar.
           perform 230-load-batch-status.
           perform 240-load-step-results thru 240-done.
           display " ".
           display "--- Batch window ---".
           if ws-holiday = "Y"
                       space ws-stp-result(s) space
                       ws-stp-run-date(s) space
                       ws-stp-elapsed(s) "s"
                   move ws-step-program-id(s) to ws-note-program
                   move ws-stp-run-date(s) to ws-note-date
                   move ws-stp-run-time(s) to ws-note-time
                   perform 700-show-run-notes
               else
                   display "  step " s space ws-step-program-id(s)
                       " (no ledger entry)"
           perform varying s from 1 by 1 until s > ws-step-count
               move spaces to ws-stp-result(s)
               move 0 to ws-stp-run-date(s)
               move 0 to ws-stp-run-time(s)
               move 0 to ws-stp-elapsed(s)
               move "N" to ws-stp-found(s)
           end-perform.
           open input summary-file.
           if ws-summary-status not = "00"
               go to 240-done
           end-if.
           perform until ws-summary-status = "10"
               read summary-file next record
                   at end move "10" to ws-summary-status
                   not at end perform 245-apply-summary-day
               end-read
           end-perform.
           close summary-file.
       240-done.
           move "00" to ws-summary-status.
      *    245-apply-summary-day: the summary is keyed program,
      *    parameters, date, so a program's latest run is whichever
      *    of its day records has the latest date and last run time.
       245-apply-summary-day.
           perform varying s from 1 by 1 until s > ws-step-count
               if fd-sum-program-id = ws-step-program-id(s)
                   and (fd-sum-run-date > ws-stp-run-date(s)
                       or (fd-sum-run-date = ws-stp-run-date(s)
                       and fd-sum-last-time >= ws-stp-run-time(s)))
                   move fd-sum-last-result to ws-stp-result(s)
                   move fd-sum-run-date to ws-stp-run-date(s)
                   move fd-sum-last-time to ws-stp-run-time(s)
                   move fd-sum-last-sec to ws-stp-elapsed(s)
                   move "Y" to ws-stp-found(s)
               end-if
           end-perform.
           perform varying t from 1 by 1 until t > ws-sla-count
               if ws-sla-program-id(t) = fd-sum-program-id
                   and (fd-sum-run-date > ws-sla-run-date(t)
                       or (fd-sum-run-date = ws-sla-run-date(t)
                       and fd-sum-last-time >= ws-sla-run-time(t)))
                   move fd-sum-last-sec to ws-sla-elapsed(t)
                   move fd-sum-run-date to ws-sla-run-date(t)
                   move fd-sum-last-time to ws-sla-run-time(t)
                   move "Y" to ws-sla-found(t)
               end-if
           end-perform.
       300-alert-section.
           display " ".
           display "--- Open alerts ---".
           perform 310-count-open-alerts thru 310-done.
           display "Open: " ws-open-e " error(s), " ws-open-w
               " warning(s).".
           if ws-open-e > 0 or ws-open-w > 0
               move "E" to ws-sev-pass
               perform 320-list-open-alerts thru 320-done
               move "W" to ws-sev-pass
               perform 320-list-open-alerts thru 320-done
           end-if.
       300-exit. exit.
       310-count-open-alerts.
           display "  " fd-alt-severity space ws-age-days "d "
               fd-alt-program-id space
               function trim(fd-alt-message).
           perform 335-show-runbook.
      *    335-show-runbook: the recovery runbook's instructions for
      *    the alert (runbook-step, see src/library/runbook.cbl),
      *    line 1 up, then the escalation contact - the incoming
      *    shift inherits the fix along with the problem.
       335-show-runbook.
           move 1 to ws-rbk-line.
           move function runbook-step(fd-alt-program-id,
               fd-alt-message, ws-rbk-line) to ws-runbook-text.
           perform until ws-runbook-text = spaces or ws-rbk-line > 20
               display "      RUNBOOK " ws-rbk-line ": "
                   function trim(ws-runbook-text)
               add 1 to ws-rbk-line
               move function runbook-step(fd-alt-program-id,
                   fd-alt-message, ws-rbk-line) to ws-runbook-text
           end-perform.
           move 0 to ws-rbk-line.
           move function runbook-step(fd-alt-program-id,
               fd-alt-message, ws-rbk-line) to ws-runbook-text.
           if ws-runbook-text not = spaces
               display "      ESCALATE TO: "
                   function trim(ws-runbook-text)
           end-if.
      *----------------------------------------------------------------
      *    400-queue-section: what is still waiting and what failed
      *    overnight - the two statuses the incoming operator has to
      *----------------------------------------------------------------
      *    600-sla-section: each SLA.DAT program's latest elapsed
      *    against its ceiling - the same comparison sla-check makes,
      *    condensed to breaches and a count (the summary walk in
      *    240-load-step-results already noted each program's latest
      *    elapsed seconds on the way past).
       600-sla-section.
                   display "  BREACH " ws-sla-program-id(t) " ran "
                       ws-sla-elapsed(t) "s, limit "
                       ws-sla-max-sec(t) "s"
                   move ws-sla-program-id(t) to ws-note-program
                   move ws-sla-run-date(t) to ws-note-date
                   move ws-sla-run-time(t) to ws-note-time
                   perform 700-show-run-notes
               end-if
           end-perform.
           display "Thresholds: " ws-sla-count
               "   Breaches: " ws-breach-count.
       600-exit. exit.
      *----------------------------------------------------------------
      *    700-show-run-notes: the notes on one latest run, oldest
      *    first, indented under the line that named the run.
       700-show-run-notes.
           move 1 to ws-note-seq.
           move function run-note(ws-note-program, ws-note-date,
               ws-note-time, ws-note-seq) to ws-run-note.
           perform until ws-run-note = spaces or ws-note-seq = 999
               display "      note " ws-rn-date " " ws-rn-operator " "
                   function trim(ws-rn-text)
               add 1 to ws-note-seq
               move function run-note(ws-note-program, ws-note-date,
                   ws-note-time, ws-note-seq) to ws-run-note
           end-perform.
       end program shift-handover.
