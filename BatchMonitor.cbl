      *                    elapsed seconds;
      *      RUNNING     - launched per AUDITLOG.DAT but no ledger
      *                    completion stamped after the launch yet;
      *      FAILED      - launched, and batch-driver's "step nn
      *                    failed" alert (ALERTS.DAT) stamped after
      *                    the launch; shown with the alert and the
      *                    recovery runbook's instructions for it
      *                    (runbook-step, see src/library/runbook.cbl)
      *                    and who to escalate to;
      *      NOT STARTED - no launch recorded past the last completed
      *                    step;
      *      BYPASSED    - passed over because its BATCHCOND.DAT
      *                    condition was not met, with the reason
      *                    batch-driver recorded (NO INPUT and
      *                    SKIPPED likewise for a trigger input that
      *                    never came and an operator SKIP);
      *    and a step batch-driver let fail because a later step's
      *    FAIL condition was waiting on it shows FAILED with the
      *    window carried on past it. A conditional step also says
      *    what its condition is, whatever its state.
      *    Refreshes on demand (Enter/Y re-reads every file, N ends),
      *    so night-shift can answer "how far along is the batch"
      *    without interpreting raw files.
       environment division.
       configuration section.
           repository.
               function log-access
               function runbook-step
               function enter-environment.
       input-output section.
       file-control.
           select batch-status-file assign to "BATCH-STATUS.DAT"
           select profile-file assign to "PROFILES.DAT"
               organization is line sequential
               file status is ws-profile-status.
      *    BATCHCOND.DAT: the calendar steps' run conditions, read
      *    as batch-driver's 114-load-conditions reads them - each
      *    row keyed by its calendar list and the step's slot.
           select cond-file assign to "BATCHCOND.DAT"
               organization is line sequential
               file status is ws-cond-status.
           select calendar-file assign to "BATCHCAL.DAT"
               organization is line sequential
               file status is ws-calendar-status.
           select audit-file assign to "AUDITLOG.DAT"
               organization is line sequential
               file status is ws-audit-status.
           select alert-file assign to "ALERTS.DAT"
               organization is line sequential
               file status is ws-alert-status.
           select ledger-file assign to "RESULTS.LED"
               organization is line sequential
               file status is ws-ledger-status.
       fd batch-status-file.
       01 fd-batch-rec.
           05 fd-batch-last-step   pic 9(02).
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
       fd cond-file.
       01 fd-cond-rec.
           05 fd-cnd-cal-list.
               10 fd-cnd-cal-type  pic X.
               10 fd-cnd-cal-dow   pic X.
           05 fd-cnd-step          pic x(08).
           05 fd-cnd-after         pic x(08).
           05 fd-cnd-test          pic x(04).
       fd cmd-file.
       01 fd-cmd-rec.
           05 fd-cmd-verb          pic x(08).
           05 fd-aud-parameters    pic x(60).
           05 fd-aud-run-date      pic 9(08).
           05 fd-aud-run-time      pic 9(06).
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
           01 ws-batch-status      pic x(02)   value "00".
           01 ws-calendar-status   pic x(02)   value "00".
           01 ws-audit-status      pic x(02)   value "00".
           01 ws-alert-status      pic x(02)   value "00".
           01 ws-ledger-status     pic x(02)   value "00".
           01 ws-index-status      pic x(02)   value "00".
           01 ws-index-miss        pic X       value "N".
           01 ws-cond-status       pic x(02)   value "00".
           01 ws-rec-step          pic 9(03).
           01 ws-cond-words        pic x(40).
           01 ws-today             pic 9(08).
           01 ws-today-yyyymm      pic 9(06).
           01 ws-tomorrow-yyyymm   pic 9(06).
                   10 ws-stp-comp-stamp   pic 9(14).
                   10 ws-stp-found        pic X.
                   10 ws-stp-launch-stamp pic 9(14).
                   10 ws-stp-fail-stamp   pic 9(14).
                   10 ws-stp-fail-message pic x(60).
      *    what BATCH-STATUS.DAT's records say became of the step
      *    (batch-driver's codes: D done, F failed, C bypassed by
      *    condition, I no input, K operator skip) and why it was
      *    passed over; then its condition, if it has one.
                   10 ws-stp-outcome      pic X.
                   10 ws-stp-reason       pic x(60).
                   10 ws-stp-cond-after   pic x(08).
                   10 ws-stp-cond-test    pic x(04).
      *    the calendar list the step came from and its slot as the
      *    list names it - what its condition row is keyed by.
                   10 ws-stp-cal-list     pic x(02).
                   10 ws-stp-slot         pic x(08).
           01 ws-launch-program    pic x(08).
           01 ws-launch-stamp      pic 9(14).
           01 ws-alert-stamp       pic 9(14).
           01 ws-runbook-text      pic x(60).
           01 ws-fail-hits         pic 9(02).
           01 n                    pic 9(02).
           01 ws-answer            pic x(01).
           01 ws-done              pic X       value "N".
           01 ws-cmd-status        pic x(02)   value "00".
           01 c                    pic 9(02).
           01 s                    pic 9(02).
       procedure division.
       display function enter-environment("batch-monitor").
       perform 100-init thru 100-exit.
       if ws-holiday = "Y"
           display "batch-monitor: " ws-today " is a processing"
           perform 105-check-month-end.
           perform 108-load-profiles.
           perform 110-load-calendar.
           perform 115-load-conditions.
       100-exit. exit.
       108-load-profiles.
           open input profile-file.
           move "euler2  " to ws-step-program-id(2).
           move "euler3  " to ws-step-program-id(3).
           move "euler48 " to ws-step-program-id(4).
           perform varying s from 1 by 1 until s > 4
               move spaces to ws-stp-cal-list(s) ws-stp-slot(s)
           end-perform.
       130-apply-cal-record.
           evaluate fd-cal-type
               when "H"
                   add 1 to ws-step-count
                   move fd-cal-step(c)
                       to ws-step-program-id(ws-step-count)
                   move fd-cal-step(c) to ws-stp-slot(ws-step-count)
                   move fd-cal-type
                       to ws-stp-cal-list(ws-step-count)(1:1)
                   if fd-cal-type = "D"
                       move fd-cal-dow
                           to ws-stp-cal-list(ws-step-count)(2:1)
                   else
                       move space
                           to ws-stp-cal-list(ws-step-count)(2:1)
                   end-if
                   perform 145-resolve-profile
               end-if
           end-perform.
               move ws-prf-program-id(ws-prf-idx)
                   to ws-step-program-id(ws-step-count)
           end-if.
      *    115-load-conditions: a row with a test batch-driver does
      *    not know is ignored, as the driver ignores it.
       115-load-conditions.
           perform varying s from 1 by 1 until s > ws-step-count
               move spaces to ws-stp-cond-after(s)
               move spaces to ws-stp-cond-test(s)
           end-perform.
           open input cond-file.
           if ws-cond-status = "00"
               perform until ws-cond-status = "10"
                   read cond-file
                       at end move "10" to ws-cond-status
                       not at end
                           if fd-cnd-test = "OK" or "FAIL"
                               or "DIFF" or "SAME"
                               perform 116-apply-condition
                           end-if
                   end-read
               end-perform
               close cond-file
           end-if.
       116-apply-condition.
           perform varying s from 1 by 1 until s > ws-step-count
               if ws-stp-cal-list(s) = fd-cnd-cal-list
                   and ws-stp-slot(s) = fd-cnd-step
                   and fd-cnd-cal-type not = space
                   and fd-cnd-after not = spaces
                   move fd-cnd-after to ws-stp-cond-after(s)
                   move fd-cnd-test to ws-stp-cond-test(s)
               end-if
           end-perform.
      *----------------------------------------------------------------
      *    200-show-status: one refresh - re-read BATCH-STATUS.DAT, the
      *    ledger and the access log from scratch, print each step's
           perform 250-load-batch-status.
           perform 300-load-ledger-entries.
           perform 400-load-launches.
           perform 420-load-failures.
           display " ".
           display "===== Batch progress (" ws-today ") =====".
           display "Last completed step: " ws-last-step
       650-exit. exit.
       250-load-batch-status.
           move 0 to ws-last-step.
           perform varying s from 1 by 1 until s > ws-step-count
               move space to ws-stp-outcome(s)
               move spaces to ws-stp-reason(s)
           end-perform.
           move "00" to ws-batch-status.
           open input batch-status-file.
           if ws-batch-status = "35"
                   at end continue
                   not at end move fd-batch-last-step to ws-last-step
               end-read
               perform until ws-batch-status = "10"
                   read batch-status-file
                       at end move "10" to ws-batch-status
                       not at end perform 260-apply-step-record
                           thru 260-done
                   end-read
               end-perform
               close batch-status-file
           end-if.
      *    260-apply-step-record: a step's latest record wins - a
      *    resumed step's DONE replaces the FAILED before it. The
      *    SUSPENDED marker and queue-job attempts are not steps.
       260-apply-step-record.
           if fd-att-kind not = "S"
               or fd-att-number is not numeric
               go to 260-done
           end-if.
           move fd-att-number to ws-rec-step.
           if ws-rec-step < 1 or ws-rec-step > ws-step-count
               go to 260-done
           end-if.
           if fd-att-program-id not = ws-step-program-id(ws-rec-step)
               go to 260-done
           end-if.
           evaluate true
               when fd-byp-tag = "BYPASS"
                   move fd-byp-cause to ws-stp-outcome(ws-rec-step)
                   move fd-byp-reason to ws-stp-reason(ws-rec-step)
               when fd-att-tag = "ATTEMPT"
                   and fd-att-outcome = "DONE"
                   move "D" to ws-stp-outcome(ws-rec-step)
               when fd-att-tag = "ATTEMPT"
                   and fd-att-outcome = "FAILED"
                   move "F" to ws-stp-outcome(ws-rec-step)
               when other
                   continue
           end-evaluate.
       260-done.
           exit.
       300-load-ledger-entries.
           perform varying s from 1 by 1 until s > ws-step-count
               move spaces to ws-stp-result(s)
           end-perform.
       410-done.
           exit.
      *----------------------------------------------------------------
      *    420-load-failures: batch-driver raises an "E" alert under
      *    the step's own program-id when a step fails ("step nn
      *    failed, rc ..."); the latest one for each step is kept, and
      *    500-show-one-step calls the step FAILED when it came after
      *    the step's latest launch.
       420-load-failures.
           perform varying s from 1 by 1 until s > ws-step-count
               move 0 to ws-stp-fail-stamp(s)
               move spaces to ws-stp-fail-message(s)
           end-perform.
           move "00" to ws-alert-status.
           open input alert-file.
           if ws-alert-status not = "00"
               continue
           else
               perform until ws-alert-status = "10"
                   read alert-file
                       at end move "10" to ws-alert-status
                       not at end perform 430-apply-one-alert
                           thru 430-done
                   end-read
               end-perform
               close alert-file
           end-if.
       430-apply-one-alert.
           if fd-alt-severity not = "E"
               or fd-alt-message(1:5) not = "step "
               go to 430-done
           end-if.
           move 0 to ws-fail-hits.
           inspect fd-alt-message tallying ws-fail-hits
               for all " failed, rc ".
           if ws-fail-hits = 0
               go to 430-done
           end-if.
           compute ws-alert-stamp =
               fd-alt-run-date * 1000000 + fd-alt-run-time.
           perform varying s from 1 by 1 until s > ws-step-count
               if fd-alt-program-id = ws-step-program-id(s)
                   and ws-alert-stamp >= ws-stp-fail-stamp(s)
                   move ws-alert-stamp to ws-stp-fail-stamp(s)
                   move fd-alt-message to ws-stp-fail-message(s)
               end-if
           end-perform.
       430-done.
           exit.
       500-show-one-step.
           evaluate true
               when s <= ws-last-step and ws-stp-outcome(s) = "C"
                   display "  step " s space ws-step-program-id(s)
                       " BYPASSED    "
                       function trim(ws-stp-reason(s))
               when s <= ws-last-step and ws-stp-outcome(s) = "I"
                   display "  step " s space ws-step-program-id(s)
                       " NO INPUT    "
                       function trim(ws-stp-reason(s))
               when s <= ws-last-step and ws-stp-outcome(s) = "K"
                   display "  step " s space ws-step-program-id(s)
                       " SKIPPED     "
                       function trim(ws-stp-reason(s))
               when s <= ws-last-step and ws-stp-outcome(s) = "F"
                   display "  step " s space ws-step-program-id(s)
                       " FAILED      "
                       function trim(ws-stp-fail-message(s))
                   display "      window carried on - a later step's"
                       " FAIL condition was waiting on it"
                   perform 550-show-runbook
               when s <= ws-last-step
                   if ws-stp-found(s) = "Y"
                       display "  step " s space
                           ws-step-program-id(s)
                           " COMPLETED   (no ledger entry found)"
                   end-if
               when ws-stp-launch-stamp(s) > ws-stp-comp-stamp(s)
                   and ws-stp-fail-stamp(s) >= ws-stp-launch-stamp(s)
                   display "  step " s space ws-step-program-id(s)
                       " FAILED      "
                       function trim(ws-stp-fail-message(s))
                   perform 550-show-runbook
               when ws-stp-launch-stamp(s) > ws-stp-comp-stamp(s)
                   display "  step " s space ws-step-program-id(s)
                       " RUNNING     launched "
                   display "  step " s space ws-step-program-id(s)
                       " NOT STARTED"
           end-evaluate.
           if ws-stp-cond-test(s) not = spaces
               perform 560-show-condition
           end-if.
      *    550-show-runbook: the recovery instructions for the failed
      *    step's alert, line 1 up, then the escalation contact.
       550-show-runbook.
           move 1 to n.
           move function runbook-step(ws-step-program-id(s),
               ws-stp-fail-message(s), n) to ws-runbook-text.
           if ws-runbook-text = spaces
               display "      (no runbook entry - see runbook-maint)"
           end-if.
           perform until ws-runbook-text = spaces or n > 20
               display "      RUNBOOK " n ": "
                   function trim(ws-runbook-text)
               add 1 to n
               move function runbook-step(ws-step-program-id(s),
                   ws-stp-fail-message(s), n) to ws-runbook-text
           end-perform.
           move 0 to n.
           move function runbook-step(ws-step-program-id(s),
               ws-stp-fail-message(s), n) to ws-runbook-text.
           if ws-runbook-text not = spaces
               display "      ESCALATE TO: "
                   function trim(ws-runbook-text)
           end-if.
      *    560-show-condition: the step's BATCHCOND.DAT test in the
      *    words batch-driver's 240-check-condition judges it by.
       560-show-condition.
           evaluate ws-stp-cond-test(s)
               when "OK"
                   move "finished cleanly" to ws-cond-words
               when "FAIL"
                   move "failed" to ws-cond-words
               when "DIFF"
                   move "changed its ledger result" to ws-cond-words
               when other
                   move "left its ledger result unchanged"
                       to ws-cond-words
           end-evaluate.
           display "      conditional - runs only if "
               function trim(ws-stp-cond-after(s)) " "
               function trim(ws-cond-words).
       end program batch-monitor.
