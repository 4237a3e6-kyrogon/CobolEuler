      *    attaches a projected elapsed time to every piece from
      *    its RESULTS.LED history and totals the lot against the
      *    calendar's window deadline and each program's SLA.DAT
      *    ceiling. Steps gated on an input file by TRIGGERS.DAT are
      *    shown alone in their wave, as the driver runs them, with
      *    whether tonight's delivery is already here. So are steps
      *    with a BATCHCOND.DAT run condition, with the condition
      *    spelled out - the earlier step it watches and the test
      *    batch-driver will judge at the step's turn, or that it
      *    is bound to be bypassed when the step it watches is not
      *    on tonight's list. A conditional step is projected as if
      *    it runs; the step a FAIL condition watches is marked as
      *    one whose failure will not stop the window.
      *    Projections are the average of each program's last runs
      *    on the ledger - the same history euler2's and euler7's
      *    ESTIMATE modes read, consulted directly here rather than
      *    raise-it-don't-fail convention), else 0.
       environment division.
       configuration section.
           repository.
               function enter-environment.
       input-output section.
       file-control.
           select calendar-file assign to "BATCHCAL.DAT"
           select dep-file assign to "BATCHDEP.DAT"
               organization is line sequential
               file status is ws-dep-status.
           select trigger-file assign to "TRIGGERS.DAT"
               organization is line sequential
               file status is ws-trigger-status.
           select cond-file assign to "BATCHCOND.DAT"
               organization is line sequential
               file status is ws-cond-status.
           select queue-file assign to "WORKQUEUE.DAT"
               organization is line sequential
               file status is ws-queue-status.
       01 fd-dep-rec.
           05 fd-dep-program-id    pic x(08).
           05 fd-dep-prereq        pic x(08) occurs 4 times.
       fd trigger-file.
       01 fd-trigger-rec.
           05 fd-trg-program-id    pic x(08).
           05 fd-trg-input         pic x(40).
           05 fd-trg-wait-min      pic 9(03).
       fd cond-file.
       01 fd-cond-rec.
           05 fd-cnd-cal-list.
               10 fd-cnd-cal-type  pic X.
               10 fd-cnd-cal-dow   pic X.
           05 fd-cnd-step          pic x(08).
           05 fd-cnd-after         pic x(08).
           05 fd-cnd-test          pic x(04).
       fd queue-file.
       01 fd-queue-rec.
           05 fd-que-program-id    pic x(08).
           01 ws-queue-status      pic x(02)   value "00".
           01 ws-ledger-status     pic x(02)   value "00".
           01 ws-sla-status        pic x(02)   value "00".
           01 ws-trigger-status    pic x(02)   value "00".
           01 ws-cond-status       pic x(02)   value "00".
           01 ws-today             pic 9(08).
           01 ws-dow               pic 9(01).
           01 ws-dow-x             pic x(01).
                   10 ws-step-args        pic x(60).
                   10 ws-step-projected   pic 9(05).
                   10 ws-step-has-hist    pic X.
                   10 ws-step-trigger     pic 9(02).
      *    the BATCHCOND.DAT condition (blank test when none), the
      *    earlier step it watches (zero when not an earlier step
      *    of the same calendar list), and whether a later FAIL
      *    condition watches this step - all as batch-driver's
      *    114-load-conditions and 242-find-after-step work them
      *    out.
                   10 ws-step-cond-after  pic x(08).
                   10 ws-step-cond-test   pic x(04).
                   10 ws-step-cond-from   pic 9(02).
                   10 ws-step-watched     pic X.
      *    the calendar list the step came from and its slot as the
      *    list names it - what its condition row is keyed by.
                   10 ws-step-cal-list    pic x(02).
                   10 ws-step-slot        pic x(08).
           01 ws-profiles.
               05 ws-profile-count pic 9(03)   value 0.
               05 ws-profile-entry occurs 50 times.
                   10 ws-dep-program-id   pic x(08).
                   10 ws-dep-prereq       pic x(08) occurs 4 times.
           01 ws-dep-loaded        pic X       value "N".
      *    TRIGGERS.DAT, as batch-driver's 119-load-triggers reads it.
           01 ws-triggers.
               05 ws-trigger-count pic 9(02)   value 0.
               05 ws-trigger-entry occurs 20 times.
                   10 ws-trg-program-id   pic x(08).
                   10 ws-trg-input        pic x(40).
                   10 ws-trg-wait-min     pic 9(03).
           01 ws-input-file-info   pic x(16).
           01 ws-input-exist-rc    pic 9(09)   comp.
      *    per-program history: a sliding window of each program's
      *    last ten elapsed figures, averaged for the projection -
      *    the same freshest-runs instinct trend-report applies.
           01 ws-over-deadline     pic X       value "N".
           01 ws-sla-ceiling       pic 9(05).
           01 ws-sla-found         pic X.
           01 ws-cond-words        pic x(40).
           01 c                    pic 9(02).
           01 d                    pic 9(02).
           01 h                    pic 9(02).
           01 s                    pic 9(02).
           01 t                    pic 9(03).
       procedure division.
       display function enter-environment("plan-preview").
       perform 100-init thru 100-exit.
       display "===== Window plan preview (" ws-today ") =====".
       if ws-holiday = "Y"
           perform 115-load-calendar.
           perform 120-load-parms.
           perform 125-load-deps.
           perform 127-load-triggers.
           perform 128-load-conditions.
           perform 130-load-history.
           perform 135-load-slas.
           perform 140-load-queue thru 140-done.
       100-exit. exit.
       105-check-month-end.
           compute ws-date-int =
               move "euler2  " to ws-step-program-id(2)
               move "euler3  " to ws-step-program-id(3)
               move "euler48 " to ws-step-program-id(4)
               perform varying s from 1 by 1 until s > 4
                   move spaces to ws-step-cal-list(s) ws-step-slot(s)
               end-perform
           else
               perform until ws-calendar-status = "10"
                   read calendar-file
               if fd-cal-step(c) not = spaces
                   and ws-step-count < 8
                   add 1 to ws-step-count
                   move fd-cal-step(c) to ws-step-slot(ws-step-count)
                   move fd-cal-type
                       to ws-step-cal-list(ws-step-count)(1:1)
                   if fd-cal-type = "D"
                       move fd-cal-dow
                           to ws-step-cal-list(ws-step-count)(2:1)
                   else
                       move space
                           to ws-step-cal-list(ws-step-count)(2:1)
                   end-if
                   perform 118-resolve-step-name
               end-if
           end-perform.
               end-perform
               close dep-file
           end-if.
       127-load-triggers.
           open input trigger-file.
           if ws-trigger-status = "00"
               perform until ws-trigger-status = "10"
                   read trigger-file
                       at end move "10" to ws-trigger-status
                       not at end
                           if ws-trigger-count < 20
                               and fd-trg-program-id not = spaces
                               and fd-trg-input not = spaces
                               add 1 to ws-trigger-count
                               move fd-trg-program-id to
                                   ws-trg-program-id(
                                   ws-trigger-count)
                               move fd-trg-input to
                                   ws-trg-input(ws-trigger-count)
                               move 0 to
                                   ws-trg-wait-min(ws-trigger-count)
                               if fd-trg-wait-min is numeric
                                   move fd-trg-wait-min to
                                       ws-trg-wait-min(
                                       ws-trigger-count)
                               end-if
                           end-if
                   end-read
               end-perform
               close trigger-file
           end-if.
           perform varying s from 1 by 1 until s > ws-step-count
               move 0 to ws-step-trigger(s)
               perform varying t from 1 by 1
                   until t > ws-trigger-count
                   if ws-trg-program-id(t) = ws-step-program-id(s)
                       move t to ws-step-trigger(s)
                   end-if
               end-perform
           end-perform.
      *    128-load-conditions: a row with a test batch-driver does
      *    not know is ignored, as the driver ignores it.
       128-load-conditions.
           perform varying s from 1 by 1 until s > ws-step-count
               move spaces to ws-step-cond-after(s)
               move spaces to ws-step-cond-test(s)
               move 0 to ws-step-cond-from(s)
               move "N" to ws-step-watched(s)
           end-perform.
           open input cond-file.
           if ws-cond-status = "00"
               perform until ws-cond-status = "10"
                   read cond-file
                       at end move "10" to ws-cond-status
                       not at end
                           if fd-cnd-after not = spaces
                               and (fd-cnd-test = "OK" or "FAIL"
                               or "DIFF" or "SAME")
                               perform 129-apply-condition
                           end-if
                   end-read
               end-perform
               close cond-file
           end-if.
           perform varying s from 1 by 1 until s > ws-step-count
               if ws-step-cond-test(s) not = spaces
                   perform varying k from 1 by 1 until k >= s
                       if ws-step-program-id(k)
                           = ws-step-cond-after(s)
                           and ws-step-cal-list(k)
                           = ws-step-cal-list(s)
                           move k to ws-step-cond-from(s)
                       end-if
                   end-perform
                   if ws-step-cond-test(s) = "FAIL"
                       and ws-step-cond-from(s) not = 0
                       move "Y" to
                           ws-step-watched(ws-step-cond-from(s))
                   end-if
               end-if
           end-perform.
       129-apply-condition.
           perform varying s from 1 by 1 until s > ws-step-count
               if ws-step-cal-list(s) = fd-cnd-cal-list
                   and ws-step-slot(s) = fd-cnd-step
                   and fd-cnd-cal-type not = space
                   move fd-cnd-after to ws-step-cond-after(s)
                   move fd-cnd-test to ws-step-cond-test(s)
               end-if
           end-perform.
       130-load-history.
           open input ledger-file.
           if ws-ledger-status = "00"
               perform until ws-ledger-status = "10"
                   read ledger-file
                       at end move "10" to ws-ledger-status
                       not at end
                           perform 132-fold-history-row thru 132-done
                   end-read
               end-perform
               close ledger-file
       310-show-one-wave.
           move ws-wave-start to ws-wave-end.
           if ws-dep-loaded = "Y"
               and ws-step-trigger(ws-wave-start) = 0
               and ws-step-cond-test(ws-wave-start) = spaces
               perform 320-grow-wave
           end-if.
           add 1 to ws-wave-number.
           end-perform.
       325-check-conflict.
           move "N" to ws-conflict.
           if ws-step-trigger(ws-next-step) not = 0
               or ws-step-cond-test(ws-next-step) not = spaces
               move "Y" to ws-conflict
           end-if.
           perform varying d from 1 by 1 until d > ws-dep-count
               or ws-conflict = "Y"
               if ws-dep-program-id(d)
                       ws-step-projected(s) "s  "
                       function trim(ws-step-args(s))
           end-evaluate.
           if ws-step-trigger(s) not = 0
               perform 335-show-trigger
           end-if.
           if ws-step-cond-test(s) not = spaces
               perform 337-show-condition
           end-if.
           if ws-step-watched(s) = "Y"
               display "      a failure here will not stop the"
                   " window - a later FAIL condition waits on it"
           end-if.
      *    335-show-trigger: the projection assumes the input turns
      *    up; one not here yet can cost up to its whole wait, or
      *    leave the step skipped as NO INPUT.
       335-show-trigger.
           move ws-step-trigger(s) to t.
           call "CBL_CHECK_FILE_EXIST" using ws-trg-input(t)
               ws-input-file-info returning ws-input-exist-rc.
           if ws-input-exist-rc = 0
               display "      waits for "
                   function trim(ws-trg-input(t))
                   " - delivered, ready to run"
           else
               display "      waits for "
                   function trim(ws-trg-input(t))
                   " - NOT delivered yet, held up to "
                   ws-trg-wait-min(t) " min then skipped"
           end-if.
      *    337-show-condition: the test in the words batch-driver's
      *    240-check-condition judges it by; a watched program not
      *    earlier on tonight's list meets no condition at all.
       337-show-condition.
           evaluate ws-step-cond-test(s)
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
           if ws-step-cond-from(s) = 0
               display "      conditional - runs only if "
                   function trim(ws-step-cond-after(s)) " "
                   function trim(ws-cond-words)
               display "      " function trim(ws-step-cond-after(s))
                   " is not earlier tonight - WILL BE BYPASSED"
           else
               display "      conditional - runs only if step "
                   ws-step-cond-from(s) " ("
                   function trim(ws-step-cond-after(s)) ") "
                   function trim(ws-cond-words)
                   ", else bypassed"
           end-if.
      *    350-project-one: the average of the program's last ten
      *    ledger runs; no history at all projects zero and says
      *    so on the line - an unprojected step is a risk the
