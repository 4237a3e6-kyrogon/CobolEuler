       identification division.
       program-id. catch-up.
      *----------------------------------------------------------------
      *    catch-up: finds the batch windows that never happened. When
      *    the machine is down overnight or batch-driver never starts,
      *    the steps BATCHCAL.DAT scheduled for that date simply don't
      *    run and nothing notices until someone sees a gap in the
      *    ledger. For each past date in the look-back this program
      *    rebuilds the step list batch-driver would have assembled
      *    (110-load-calendar's rules: the weekday's "D" records, the
      *    "M" month-end extras on a month's last day, nothing at all
      *    on an "H" processing holiday, the historical fixed four
      *    steps with no calendar on file; profile names resolved,
      *    BATCHPARM.DAT arguments attached - plan-preview's assembly)
      *    and looks for evidence that each step ran that day:
      *      - a RUNLOGS.DAT catalog entry for the date naming the
      *        program (RUNLOG.<date>.<PROGRAM>.TXT - written for every
      *        step and queue job batch-driver launches), or
      *      - a RESULTS.LED row for the program on that date.
      *    A step with neither is MISSED - unless batch-driver passed
      *    it over on purpose that day: an AUDITLOG.DAT "batch-driver
      *    BYPASS" (its run condition was not met) or "batch-driver
      *    NOINPUT" (its trigger input never came) entry for the
      *    program and date marks it BYPASSED, and it is never
      *    queued - making it up would run exactly what the
      *    condition or the missing input held back (factor-batch
      *    against stale input, say). The catalog only reaches back
      *    over the run-log retention window (RUNLOGDAYS.DAT) and the
      *    live ledger over ledger-archive's; a step older than the
      *    catalog whose program has no ledger rows at all (a step
      *    that never writes one) cannot be proven either way and is
      *    listed UNPROVEN rather than MISSED. BATCH-STATUS.DAT keeps
      *    only the latest window's last finished step; it is shown so
      *    a window that stopped part-way is read alongside the list.
      *    Every MISSED or UNPROVEN run is listed; a step the calendar
      *    added for month-end is flagged HIGH PRIORITY.
      *    With the QUEUE parameter the missed runs are queued as
      *    make-up WORKQUEUE.DAT requests (requester CATCHUP) carrying
      *    the original profile or BATCHPARM arguments. A program and
      *    arguments missed on several dates queue once - the rerun
      *    computes the same thing whichever date it stands for - and
      *    not at all when an identical request is already PENDING.
      *    The queue has no priority field and drains in file order, so
      *    month-end make-ups go in at the head of the queue, the rest
      *    behind whatever is already waiting. e48-plan's guard
      *    applies: a queue that can't take every make-up takes none.
      *    UNPROVEN runs are never queued. A make-up is queued with
      *    its force-rerun flag set: it stands for a scheduled run
      *    that never happened, and only a real run leaves that
      *    night's evidence - a ledger row answering the same
      *    arguments from some other night does not.
      *    Positional parameters: 1 - days to look back (1-60, default
      *    7; today is never included, its window may be yet to run);
      *    2 - QUEUE to queue the make-ups (omitted = list only).
      *    RETURN-CODE 0 nothing missed, 4 missed runs found, 16 bad
      *    parameters or the queue could not take the make-ups.
       environment division.
       configuration section.
           repository.
               function log-access
               function enter-environment.
       input-output section.
       file-control.
           select calendar-file assign to "BATCHCAL.DAT"
               organization is line sequential
               file status is ws-calendar-status.
           select parm-file assign to "BATCHPARM.DAT"
               organization is line sequential
               file status is ws-parm-status.
           select profile-file assign to "PROFILES.DAT"
               organization is line sequential
               file status is ws-profile-status.
           select batch-status-file assign to "BATCH-STATUS.DAT"
               organization is line sequential
               file status is ws-batch-status.
           select ledger-file assign to "RESULTS.LED"
               organization is line sequential
               file status is ws-ledger-status.
           select runlog-catalog assign to "RUNLOGS.DAT"
               organization is line sequential
               file status is ws-runlog-cat-status.
           select queue-file assign to "WORKQUEUE.DAT"
               organization is line sequential
               file status is ws-queue-status.
           select audit-file assign to "AUDITLOG.DAT"
               organization is line sequential
               file status is ws-audit-status.
       data division.
       file section.
       fd calendar-file.
       01 fd-cal-rec.
           05 fd-cal-type          pic x(01).
           05 fd-cal-key.
               10 fd-cal-dow       pic x(01).
               10 filler           pic x(07).
           05 fd-cal-step          pic x(08) occurs 6 times.
       fd parm-file.
       01 fd-parm-rec.
           05 fd-parm-program-id   pic x(08).
           05 fd-parm-args         pic x(60).
       fd profile-file.
       01 fd-profile-rec.
           05 fd-prf-name          pic x(08).
           05 fd-prf-program-id    pic x(08).
           05 fd-prf-args          pic x(60).
           05 fd-prf-description   pic x(30).
       fd batch-status-file.
       01 fd-batch-rec.
           05 fd-batch-last-step   pic 9(02).
       01 fd-batch-susp-rec        pic x(09).
       fd ledger-file.
       01 fd-ledger-rec.
           05 fd-led-program-id    pic x(08).
           05 fd-led-parameters    pic x(40).
           05 fd-led-result        pic x(18).
           05 fd-led-run-date      pic 9(08).
           05 fd-led-run-time      pic 9(06).
           05 fd-led-elapsed-sec   pic 9(05).
       fd runlog-catalog.
       01 fd-runlog-rec.
           05 fd-rlg-filename      pic x(40).
           05 fd-rlg-date          pic 9(08).
           05 fd-rlg-run-id        pic 9(10).
       fd queue-file.
       01 fd-queue-rec.
           05 fd-que-program-id    pic x(08).
           05 fd-que-parameters    pic x(60).
           05 fd-que-requester     pic x(08).
           05 fd-que-status        pic x(08).
           05 fd-que-run-date      pic 9(08).
           05 fd-que-run-id        pic 9(10).
           05 fd-que-force         pic x(01).
       fd audit-file.
       01 fd-audit-rec.
           05 fd-aud-operator-id   pic x(08).
           05 fd-aud-command       pic x(80).
           05 fd-aud-parameters    pic x(60).
           05 fd-aud-run-date      pic 9(08).
           05 fd-aud-run-time      pic 9(06).
           05 fd-aud-run-id        pic 9(10).
       working-storage section.
           01 ws-calendar-status   pic x(02)   value "00".
           01 ws-parm-status       pic x(02)   value "00".
           01 ws-profile-status    pic x(02)   value "00".
           01 ws-batch-status      pic x(02)   value "00".
           01 ws-ledger-status     pic x(02)   value "00".
           01 ws-runlog-cat-status pic x(02)   value "00".
           01 ws-queue-status      pic x(02)   value "00".
           01 ws-audit-status      pic x(02)   value "00".
           01 ws-arg               pic x(40).
           01 ws-arg-num           pic 9(2).
           01 ws-arg-count         pic 9(2).
           01 ws-numval-check      pic S9(4)   comp.
           01 ws-days-back         pic 9(02)   value 7.
           01 ws-queue-wanted      pic X       value "N".
           01 ws-final-rc          pic 9(02)   value 0.
           01 ws-log-command       pic x(80).
           01 ws-log-parms         pic x(60).
           01 ws-log-status        pic X.
           01 ws-today             pic 9(08).
           01 ws-today-int         pic 9(08).
           01 ws-first-int         pic 9(08).
           01 ws-first-date        pic 9(08).
           01 ws-last-date         pic 9(08).
           01 ws-day-int           pic 9(08).
           01 ws-day-date          pic 9(08).
           01 ws-next-date         pic 9(08).
           01 ws-dow               pic 9(01).
           01 ws-dow-x             pic x(01).
           01 ws-holiday           pic X.
           01 ws-month-end         pic X.
           01 ws-cal-on-file       pic X       value "N".
           01 ws-day-names         pic x(21)
                                   value "MONTUEWEDTHUFRISATSUN".
           01 ws-day-name          pic x(03).
      *    BATCHCAL.DAT whole, so each date's list is assembled from
      *    it exactly as batch-driver assembles tonight's.
           01 ws-calendar.
               05 ws-cal-count     pic 9(02)   value 0.
               05 ws-cal-entry occurs 60 times.
                   10 ws-cal-type      pic x(01).
                   10 ws-cal-key.
                       15 ws-cal-dow   pic x(01).
                       15 filler       pic x(07).
                   10 ws-cal-step      pic x(08) occurs 6 times.
           01 ws-profiles.
               05 ws-profile-count pic 9(03)   value 0.
               05 ws-profile-entry occurs 50 times.
                   10 ws-prf-name          pic x(08).
                   10 ws-prf-program-id    pic x(08).
                   10 ws-prf-args          pic x(60).
           01 ws-prf-idx           pic 9(03).
           01 ws-parm-list.
               05 ws-parm-count    pic 9(02)   value 0.
               05 ws-parm-entry occurs 8 times.
                   10 ws-parm-program-id  pic x(08).
                   10 ws-parm-args        pic x(60).
      *    one date's steps - batch-driver's eight-step ceiling.
           01 ws-day-steps.
               05 ws-ds-count      pic 9(02).
               05 ws-ds-entry occurs 8 times.
                   10 ws-ds-program-id pic x(08).
                   10 ws-ds-args       pic x(60).
                   10 ws-ds-month-end  pic x(01).
      *    evidence: each program and date a run-log or ledger row
      *    puts on record inside the look-back.
           01 ws-evidence.
               05 ws-ev-count      pic 9(04)   value 0.
               05 ws-ev-entry occurs 2000 times.
                   10 ws-ev-program-id pic x(08).
                   10 ws-ev-date       pic 9(08).
           01 ws-evidence-overflow pic X       value "N".
           01 ws-ledger-writers.
               05 ws-lw-count      pic 9(03)   value 0.
               05 ws-lw-program-id pic x(08) occurs 100 times.
      *    the steps batch-driver passed over on purpose: program,
      *    date and why - C its condition was not met, I its input
      *    never came.
           01 ws-bypasses.
               05 ws-byp-count     pic 9(03)   value 0.
               05 ws-byp-entry occurs 500 times.
                   10 ws-byp-program-id pic x(08).
                   10 ws-byp-date       pic 9(08).
                   10 ws-byp-cause      pic x(01).
           01 ws-bypass-overflow   pic X       value "N".
           01 ws-aud-words.
               05 ws-aud-who       pic x(12).
               05 ws-aud-verb      pic x(08).
               05 ws-aud-program   pic x(08).
           01 ws-runlog-earliest   pic 9(08)   value 99999999.
           01 ws-runlog-name-parts.
               05 ws-rnp-prefix    pic x(08).
               05 ws-rnp-date      pic x(08).
               05 ws-rnp-program   pic x(08).
           01 ws-ev-program        pic x(08).
           01 ws-ev-date-key       pic 9(08).
           01 ws-found             pic X.
           01 ws-step-state        pic x(08).
           01 ws-priority-note     pic x(15).
           01 ws-bypass-note       pic x(17).
      *    the distinct make-ups, month-end ones marked high.
           01 ws-makeups.
               05 ws-mk-count      pic 9(02)   value 0.
               05 ws-mk-entry occurs 50 times.
                   10 ws-mk-program-id pic x(08).
                   10 ws-mk-args       pic x(60).
                   10 ws-mk-high       pic x(01).
           01 ws-makeup-overflow   pic X       value "N".
           01 ws-queue-table.
               05 ws-queue-count   pic 9(03)   value 0.
               05 ws-queue-entry occurs 50 times.
                   10 ws-que-program-id   pic x(08).
                   10 ws-que-parameters   pic x(60).
                   10 ws-que-requester    pic x(08).
                   10 ws-que-status       pic x(08).
                   10 ws-que-run-date     pic 9(08).
                   10 ws-que-run-id       pic 9(10).
                   10 ws-que-force        pic x(01).
           01 ws-queue-overflow    pic X       value "N".
           01 ws-to-queue          pic 9(02)   value 0.
           01 ws-queued-high       pic 9(02)   value 0.
           01 ws-scheduled-count   pic 9(05)   value 0.
           01 ws-ran-count         pic 9(05)   value 0.
           01 ws-missed-count      pic 9(05)   value 0.
           01 ws-unproven-count    pic 9(05)   value 0.
           01 ws-bypassed-count    pic 9(05)   value 0.
           01 ws-holiday-count     pic 9(03)   value 0.
           01 ws-last-step         pic 9(02).
           01 ws-suspended         pic X.
           01 c                    pic 9(02).
           01 e                    pic 9(04).
           01 k                    pic 9(02).
           01 m                    pic 9(02).
           01 p2                   pic 9(03).
           01 q                    pic 9(03).
           01 s                    pic 9(02).
       procedure division.
       display function enter-environment("catch-up").
       perform 100-init thru 100-exit.
       if return-code not = 0
           goback
       end-if.
       perform 200-walk-dates thru 200-exit.
       perform 800-summary thru 800-exit.
       if ws-missed-count = 0
           move 0 to return-code
           goback
       end-if.
       move 4 to ws-final-rc.
       if ws-queue-wanted = "Y"
           perform 500-queue-makeups thru 500-exit
       end-if.
       move ws-final-rc to return-code.
       goback.
       100-init.
           move 0 to return-code.
           accept ws-arg-count from argument-number.
           if ws-arg-count >= 1
               move 1 to ws-arg-num
               display ws-arg-num upon argument-number
               move spaces to ws-arg
               accept ws-arg from argument-value
               move function test-numval(ws-arg) to ws-numval-check
               if ws-numval-check not = 0
                   or function numval(ws-arg) < 1
                   or function numval(ws-arg) > 60
                   display "catch-up: days to look back must be 1"
                       " to 60: " ws-arg
                   move 16 to return-code
                   go to 100-exit
               end-if
               compute ws-days-back = function numval(ws-arg)
           end-if.
           if ws-arg-count >= 2
               move 2 to ws-arg-num
               display ws-arg-num upon argument-number
               move spaces to ws-arg
               accept ws-arg from argument-value
               if function upper-case(ws-arg) = "QUEUE"
                   move "Y" to ws-queue-wanted
               else
                   display "catch-up: unknown option " ws-arg
                       " - only QUEUE is recognized."
                   move 16 to return-code
                   go to 100-exit
               end-if
           end-if.
           accept ws-today from date yyyymmdd.
           compute ws-today-int = function integer-of-date(ws-today).
           compute ws-first-int = ws-today-int - ws-days-back.
           compute ws-first-date =
               function date-of-integer(ws-first-int).
           compute ws-last-date =
               function date-of-integer(ws-today-int - 1).
           perform 110-load-profiles.
           perform 115-load-calendar.
           perform 120-load-parms.
           perform 130-load-batch-status.
           perform 140-load-runlog-evidence thru 140-exit.
           perform 150-load-ledger-evidence thru 150-exit.
           perform 180-load-bypasses thru 180-exit.
       100-exit. exit.
       110-load-profiles.
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
                               move fd-prf-args to
                                   ws-prf-args(ws-profile-count)
                           end-if
                   end-read
               end-perform
               close profile-file
           end-if.
       115-load-calendar.
           open input calendar-file.
           if ws-calendar-status = "00"
               move "Y" to ws-cal-on-file
               perform until ws-calendar-status = "10"
                   read calendar-file
                       at end move "10" to ws-calendar-status
                       not at end
                           if ws-cal-count < 60
                               add 1 to ws-cal-count
                               move fd-cal-rec
                                   to ws-cal-entry(ws-cal-count)
                           end-if
                   end-read
               end-perform
               close calendar-file
           end-if.
       120-load-parms.
           open input parm-file.
           if ws-parm-status = "00"
               perform until ws-parm-status = "10"
                   read parm-file
                       at end move "10" to ws-parm-status
                       not at end
                           if ws-parm-count < 8
                               add 1 to ws-parm-count
                               move fd-parm-program-id to
                                   ws-parm-program-id(ws-parm-count)
                               move fd-parm-args to
                                   ws-parm-args(ws-parm-count)
                           end-if
                   end-read
               end-perform
               close parm-file
           end-if.
       130-load-batch-status.
           move 0 to ws-last-step.
           move "N" to ws-suspended.
           open input batch-status-file.
           if ws-batch-status = "00"
               read batch-status-file
                   at end continue
                   not at end
                       if fd-batch-last-step is numeric
                           move fd-batch-last-step to ws-last-step
                       end-if
               end-read
               read batch-status-file
                   at end continue
                   not at end
                       if fd-batch-susp-rec = "SUSPENDED"
                           move "Y" to ws-suspended
                       end-if
               end-read
               close batch-status-file
           end-if.
      *----------------------------------------------------------------
      *    140/150: the evidence tables. The catalog's earliest date
      *    is kept too - before it, a run-log's absence proves
      *    nothing.
       140-load-runlog-evidence.
           open input runlog-catalog.
           if ws-runlog-cat-status not = "00"
               go to 140-exit
           end-if.
           perform until ws-runlog-cat-status = "10"
               read runlog-catalog
                   at end move "10" to ws-runlog-cat-status
                   not at end
                       if fd-rlg-date is numeric
                           and fd-rlg-date < ws-runlog-earliest
                           move fd-rlg-date to ws-runlog-earliest
                       end-if
                       move spaces to ws-runlog-name-parts
                       unstring fd-rlg-filename delimited by "."
                           into ws-rnp-prefix ws-rnp-date
                               ws-rnp-program
                       move function lower-case(ws-rnp-program)
                           to ws-ev-program
                       move fd-rlg-date to ws-ev-date-key
                       perform 160-add-evidence thru 160-exit
               end-read
           end-perform.
           close runlog-catalog.
       140-exit. exit.
       150-load-ledger-evidence.
           open input ledger-file.
           if ws-ledger-status not = "00"
               go to 150-exit
           end-if.
           perform until ws-ledger-status = "10"
               read ledger-file
                   at end move "10" to ws-ledger-status
                   not at end
                       perform 155-note-ledger-writer
                       move fd-led-program-id to ws-ev-program
                       move fd-led-run-date to ws-ev-date-key
                       perform 160-add-evidence thru 160-exit
               end-read
           end-perform.
           close ledger-file.
       150-exit. exit.
       155-note-ledger-writer.
           move "N" to ws-found.
           perform varying k from 1 by 1
               until k > ws-lw-count or ws-found = "Y"
               if ws-lw-program-id(k) = fd-led-program-id
                   move "Y" to ws-found
               end-if
           end-perform.
           if ws-found = "N" and ws-lw-count < 100
               add 1 to ws-lw-count
               move fd-led-program-id to ws-lw-program-id(ws-lw-count)
           end-if.
       160-add-evidence.
           if ws-ev-date-key < ws-first-date
               or ws-ev-date-key > ws-last-date
               go to 160-exit
           end-if.
           perform 170-find-evidence.
           if ws-found = "Y"
               go to 160-exit
           end-if.
           if ws-ev-count >= 2000
               move "Y" to ws-evidence-overflow
               go to 160-exit
           end-if.
           add 1 to ws-ev-count.
           move ws-ev-program to ws-ev-program-id(ws-ev-count).
           move ws-ev-date-key to ws-ev-date(ws-ev-count).
       160-exit. exit.
       170-find-evidence.
           move "N" to ws-found.
           perform varying e from 1 by 1
               until e > ws-ev-count or ws-found = "Y"
               if ws-ev-program-id(e) = ws-ev-program
                   and ws-ev-date(e) = ws-ev-date-key
                   move "Y" to ws-found
               end-if
           end-perform.
      *    180-load-bypasses: batch-driver's 246-bypass-step and
      *    232-skip-no-input each log "batch-driver BYPASS <program>"
      *    or "batch-driver NOINPUT <program>" through log-access.
       180-load-bypasses.
           open input audit-file.
           if ws-audit-status not = "00"
               go to 180-exit
           end-if.
           perform until ws-audit-status = "10"
               read audit-file
                   at end move "10" to ws-audit-status
                   not at end perform 185-note-bypass thru 185-exit
               end-read
           end-perform.
           close audit-file.
       180-exit. exit.
       185-note-bypass.
           if fd-aud-run-date not numeric
               or fd-aud-run-date < ws-first-date
               or fd-aud-run-date > ws-last-date
               go to 185-exit
           end-if.
           move spaces to ws-aud-words.
           unstring fd-aud-command delimited by all space
               into ws-aud-who ws-aud-verb ws-aud-program.
           if ws-aud-who not = "batch-driver"
               or (ws-aud-verb not = "BYPASS"
                   and ws-aud-verb not = "NOINPUT")
               go to 185-exit
           end-if.
           if ws-byp-count >= 500
               move "Y" to ws-bypass-overflow
               go to 185-exit
           end-if.
           add 1 to ws-byp-count.
           move ws-aud-program to ws-byp-program-id(ws-byp-count).
           move fd-aud-run-date to ws-byp-date(ws-byp-count).
           if ws-aud-verb = "BYPASS"
               move "C" to ws-byp-cause(ws-byp-count)
           else
               move "I" to ws-byp-cause(ws-byp-count)
           end-if.
       185-exit. exit.
      *----------------------------------------------------------------
      *    200-walk-dates: oldest first, up to yesterday.
       200-walk-dates.
           display "catch-up: scheduled runs " ws-first-date " to "
               ws-last-date " (" ws-days-back " day(s)).".
           if ws-last-step not = 0 or ws-suspended = "Y"
               display "catch-up: BATCH-STATUS.DAT - latest window's"
                   " last finished step " ws-last-step
               if ws-suspended = "Y"
                   display "          (suspended at the deadline)"
               end-if
           end-if.
           if ws-cal-on-file = "N"
               display "catch-up: no BATCHCAL.DAT - the fixed four"
                   " steps are expected every day."
           end-if.
           display " ".
           display "DATE     DAY PROGRAM  STATE    ARGUMENTS".
           perform varying ws-day-int from ws-first-int by 1
               until ws-day-int >= ws-today-int
               perform 210-one-date thru 210-exit
           end-perform.
       200-exit. exit.
       210-one-date.
           compute ws-day-date = function date-of-integer(ws-day-int).
      *    day 1 of INTEGER-OF-DATE's calendar, 1601-01-01, was a
      *    Monday (cal-maint's reckoning), giving batch-driver's
      *    1=Monday ... 7=Sunday digit.
           compute ws-dow = function mod(ws-day-int - 1, 7) + 1.
           move ws-dow to ws-dow-x.
           compute ws-next-date =
               function date-of-integer(ws-day-int + 1).
           move "N" to ws-month-end.
           if ws-next-date(1:6) not = ws-day-date(1:6)
               move "Y" to ws-month-end
           end-if.
           move ws-day-names(ws-dow * 3 - 2:3) to ws-day-name.
           perform 220-assemble-day.
           if ws-holiday = "Y"
               add 1 to ws-holiday-count
               go to 210-exit
           end-if.
           perform 230-check-one-step thru 230-exit
               varying s from 1 by 1 until s > ws-ds-count.
       210-exit. exit.
      *    220-assemble-day: batch-driver's 130-apply-cal-record and
      *    142-resolve-step-name for one date.
       220-assemble-day.
           move 0 to ws-ds-count.
           move "N" to ws-holiday.
           if ws-cal-on-file = "N"
               move 4 to ws-ds-count
               move "euler1" to ws-ds-program-id(1)
               move "euler2" to ws-ds-program-id(2)
               move "euler3" to ws-ds-program-id(3)
               move "euler48" to ws-ds-program-id(4)
               perform varying k from 1 by 1 until k > 4
                   move spaces to ws-ds-args(k)
                   move "N" to ws-ds-month-end(k)
               end-perform
           end-if.
           perform varying c from 1 by 1 until c > ws-cal-count
               evaluate ws-cal-type(c)
                   when "H"
                       if ws-cal-key(c) = ws-day-date
                           move "Y" to ws-holiday
                       end-if
                   when "D"
                       if ws-cal-dow(c) = ws-dow-x
                           perform 225-append-steps
                       end-if
                   when "M"
                       if ws-month-end = "Y"
                           perform 225-append-steps
                       end-if
                   when other
                       continue
               end-evaluate
           end-perform.
           perform varying s from 1 by 1 until s > ws-ds-count
               if ws-ds-args(s) = spaces
                   perform varying k from 1 by 1
                       until k > ws-parm-count
                       if ws-parm-program-id(k)
                           = ws-ds-program-id(s)
                           move ws-parm-args(k) to ws-ds-args(s)
                       end-if
                   end-perform
               end-if
           end-perform.
       225-append-steps.
           perform varying m from 1 by 1 until m > 6
               if ws-cal-step(c, m) not = spaces
                   and ws-ds-count < 8
                   add 1 to ws-ds-count
                   perform 226-resolve-step-name
               end-if
           end-perform.
       226-resolve-step-name.
           move 0 to ws-prf-idx.
           perform varying p2 from 1 by 1
               until p2 > ws-profile-count or ws-prf-idx not = 0
               if ws-prf-name(p2) = ws-cal-step(c, m)
                   move p2 to ws-prf-idx
               end-if
           end-perform.
           move spaces to ws-ds-args(ws-ds-count).
           if ws-cal-type(c) = "M"
               move "Y" to ws-ds-month-end(ws-ds-count)
           else
               move "N" to ws-ds-month-end(ws-ds-count)
           end-if.
           if ws-prf-idx = 0
               move ws-cal-step(c, m)
                   to ws-ds-program-id(ws-ds-count)
           else
               move ws-prf-program-id(ws-prf-idx)
                   to ws-ds-program-id(ws-ds-count)
               move ws-prf-args(ws-prf-idx)
                   to ws-ds-args(ws-ds-count)
           end-if.
       230-check-one-step.
           add 1 to ws-scheduled-count.
           move ws-ds-program-id(s) to ws-ev-program.
           move ws-day-date to ws-ev-date-key.
           perform 170-find-evidence.
           if ws-found = "Y"
               add 1 to ws-ran-count
               go to 230-exit
           end-if.
           move 0 to p2.
           perform varying e from 1 by 1
               until e > ws-byp-count or p2 not = 0
               if ws-byp-program-id(e) = ws-ds-program-id(s)
                   and ws-byp-date(e) = ws-day-date
                   move e to p2
               end-if
           end-perform.
           if p2 not = 0
               add 1 to ws-bypassed-count
               if ws-byp-cause(p2) = "C"
                   move "condition not met" to ws-bypass-note
               else
                   move "no input" to ws-bypass-note
               end-if
               display ws-day-date " " ws-day-name " "
                   ws-ds-program-id(s) " BYPASSED "
                   function trim(ws-ds-args(s)) "  ("
                   function trim(ws-bypass-note) ")"
               go to 230-exit
           end-if.
           move "MISSED" to ws-step-state.
           if ws-day-date < ws-runlog-earliest
               move "N" to ws-found
               perform varying k from 1 by 1
                   until k > ws-lw-count or ws-found = "Y"
                   if ws-lw-program-id(k) = ws-ds-program-id(s)
                       move "Y" to ws-found
                   end-if
               end-perform
               if ws-found = "N"
                   move "UNPROVEN" to ws-step-state
               end-if
           end-if.
           move spaces to ws-priority-note.
           if ws-ds-month-end(s) = "Y"
               move "HIGH PRIORITY" to ws-priority-note
           end-if.
           display ws-day-date " " ws-day-name " "
               ws-ds-program-id(s) " " ws-step-state " "
               function trim(ws-ds-args(s)) "  "
               function trim(ws-priority-note).
           if ws-step-state = "UNPROVEN"
               add 1 to ws-unproven-count
               go to 230-exit
           end-if.
           add 1 to ws-missed-count.
           perform 240-note-makeup thru 240-exit.
       230-exit. exit.
      *    240-note-makeup: one make-up per program and arguments; a
      *    month-end miss makes the make-up high priority even when
      *    the same run was also missed on an ordinary day.
       240-note-makeup.
           perform varying k from 1 by 1 until k > ws-mk-count
               if ws-mk-program-id(k) = ws-ds-program-id(s)
                   and ws-mk-args(k) = ws-ds-args(s)
                   if ws-ds-month-end(s) = "Y"
                       move "Y" to ws-mk-high(k)
                   end-if
                   go to 240-exit
               end-if
           end-perform.
           if ws-mk-count >= 50
               move "Y" to ws-makeup-overflow
               go to 240-exit
           end-if.
           add 1 to ws-mk-count.
           move ws-ds-program-id(s) to ws-mk-program-id(ws-mk-count).
           move ws-ds-args(s) to ws-mk-args(ws-mk-count).
           move ws-ds-month-end(s) to ws-mk-high(ws-mk-count).
       240-exit. exit.
      *----------------------------------------------------------------
      *    500-queue-makeups: e48-plan's load-check-rewrite, with the
      *    high-priority make-ups ahead of everything already waiting.
       500-queue-makeups.
           if ws-makeup-overflow = "Y"
               display "catch-up: more than 50 distinct make-ups -"
                   " nothing queued; shorten the look-back."
               move 16 to ws-final-rc
               go to 500-exit
           end-if.
           perform 510-load-queue thru 510-done.
           if ws-queue-overflow = "Y"
               display "catch-up: WORKQUEUE.DAT holds more than the"
                   " rewrite guard's 50 records - trim it first,"
                   " nothing queued."
               move 16 to ws-final-rc
               go to 500-exit
           end-if.
           move 0 to ws-to-queue.
           move 0 to ws-queued-high.
           perform varying k from 1 by 1 until k > ws-mk-count
               perform 520-check-pending
               if ws-found = "Y"
                   display "catch-up: " ws-mk-program-id(k) " "
                       function trim(ws-mk-args(k))
                       " already PENDING - not queued twice."
                   move "D" to ws-mk-high(k)
               else
                   add 1 to ws-to-queue
                   if ws-mk-high(k) = "Y"
                       add 1 to ws-queued-high
                   end-if
               end-if
           end-perform.
           if ws-to-queue = 0
               display "catch-up: nothing new to queue."
               go to 500-exit
           end-if.
           if ws-queue-count + ws-to-queue > 50
               display "catch-up: the " ws-to-queue " make-up(s)"
                   " won't fit the queue - trim it; nothing queued."
               move 16 to ws-final-rc
               go to 500-exit
           end-if.
           perform 550-rewrite-queue.
           move spaces to ws-log-command.
           string "catch-up QUEUE " ws-to-queue " MAKE-UP(S)"
               delimited by size into ws-log-command.
           move spaces to ws-log-parms.
           string "FROM=" ws-first-date " TO=" ws-last-date
               " HIGH=" ws-queued-high
               delimited by size into ws-log-parms.
           move function log-access("CATCHUP", ws-log-command,
               ws-log-parms) to ws-log-status.
           display "catch-up: " ws-to-queue " make-up request(s)"
               " queued, " ws-queued-high " at the head of the queue"
               " as high priority.".
       500-exit. exit.
       510-load-queue.
           move 0 to ws-queue-count.
           open input queue-file.
           if ws-queue-status not = "00"
               go to 510-done
           end-if.
           perform until ws-queue-status = "10"
               read queue-file
                   at end move "10" to ws-queue-status
                   not at end
                       if ws-queue-count >= 50
                           move "Y" to ws-queue-overflow
                       else
                           add 1 to ws-queue-count
                           set q to ws-queue-count
                           move fd-que-program-id
                               to ws-que-program-id(q)
                           move fd-que-parameters
                               to ws-que-parameters(q)
                           move fd-que-requester
                               to ws-que-requester(q)
                           move fd-que-status to ws-que-status(q)
                           move fd-que-run-date
                               to ws-que-run-date(q)
                           move 0 to ws-que-run-id(q)
                           if fd-que-run-id is numeric
                               move fd-que-run-id to ws-que-run-id(q)
                           end-if
                           move fd-que-force to ws-que-force(q)
                       end-if
               end-read
           end-perform.
           close queue-file.
       510-done.
           exit.
       520-check-pending.
           move "N" to ws-found.
           perform varying q from 1 by 1
               until q > ws-queue-count or ws-found = "Y"
               if ws-que-status(q) = "PENDING"
                   and ws-que-program-id(q) = ws-mk-program-id(k)
                   and ws-que-parameters(q) = ws-mk-args(k)
                   move "Y" to ws-found
               end-if
           end-perform.
      *    550-rewrite-queue: high-priority make-ups, then the queue
      *    as it stood in its own order, then the ordinary make-ups
      *    (a make-up already PENDING is marked "D" and skipped).
       550-rewrite-queue.
           open output queue-file.
           perform varying k from 1 by 1 until k > ws-mk-count
               if ws-mk-high(k) = "Y"
                   perform 560-write-makeup
               end-if
           end-perform.
           perform varying q from 1 by 1
               until q > ws-queue-count
               move ws-que-program-id(q) to fd-que-program-id
               move ws-que-parameters(q) to fd-que-parameters
               move ws-que-requester(q) to fd-que-requester
               move ws-que-status(q) to fd-que-status
               move ws-que-run-date(q) to fd-que-run-date
               move ws-que-run-id(q) to fd-que-run-id
               move ws-que-force(q) to fd-que-force
               write fd-queue-rec
           end-perform.
           perform varying k from 1 by 1 until k > ws-mk-count
               if ws-mk-high(k) = "N"
                   perform 560-write-makeup
               end-if
           end-perform.
           close queue-file.
       560-write-makeup.
           move spaces to fd-queue-rec.
           move ws-mk-program-id(k) to fd-que-program-id.
           move ws-mk-args(k) to fd-que-parameters.
           move "CATCHUP" to fd-que-requester.
           move "PENDING" to fd-que-status.
           move 0 to fd-que-run-date.
           move 0 to fd-que-run-id.
           move "Y" to fd-que-force.
           write fd-queue-rec.
       800-summary.
           display " ".
           display "Scheduled runs:       " ws-scheduled-count.
           display "Ran:                  " ws-ran-count.
           display "Missed:               " ws-missed-count.
           display "Unproven (no trail):  " ws-unproven-count.
           display "Bypassed on purpose:  " ws-bypassed-count.
           display "Holidays:             " ws-holiday-count.
           if ws-evidence-overflow = "Y"
               display "(more than 2000 program-days on record - some"
                   " runs may show as missed; shorten the look-back)"
           end-if.
           if ws-bypass-overflow = "Y"
               display "(more than 500 bypasses on record - some"
                   " may show as missed; shorten the look-back)"
           end-if.
           if ws-missed-count > 0 and ws-queue-wanted = "N"
               display "Run again with QUEUE to queue the make-ups."
           end-if.
       800-exit. exit.
       end program catch-up.
