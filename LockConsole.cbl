       identification division.
       program-id. lock-console.
      *----------------------------------------------------------------
      *    lock-console: what the shared-file locks are doing (see
      *    src/library/lockserv.cbl). Two views:
      *      HELD   - every <resource>.LCK on disk now, with when it
      *               was taken, its age, and the process and run
      *               holding it. A lock past lock-acquire's 30-second
      *               bound is flagged: the next writer to want it
      *               will break it, so it is either an abended
      *               writer's leftover or a writer running long.
      *      REPORT - contention from the lock-event file LOCKEVT.DAT
      *               (written by lock-acquire and lock-release), by
      *               resource and hour of day: acquires, how many had
      *               to wait and for how many seconds in all, the
      *               longest wait, stale locks broken, and breaks
      *               that turned out to have been taken from a live
      *               writer.
      *    The resources looked at are the suite's locked files, plus
      *    any other name the event file mentions.
      *    Positional parameters: 1 - HELD, REPORT or ALL (default
      *    ALL); 2 - the report's first date, yyyymmdd (default every
      *    event on file).
      *    RETURN-CODE 0, or 4 when a lock is held past the bound.
       environment division.
       configuration section.
           repository.
               function enter-environment.
       input-output section.
       file-control.
           select event-file assign to "LOCKEVT.DAT"
               organization is line sequential
               file status is ws-event-status.
           select lock-file assign to dynamic ws-lock-filename
               organization is line sequential
               file status is ws-lock-status.
       data division.
       file section.
      *    LOCKEVT.DAT - layout owned by log-lock-event.
       fd event-file.
       01 fd-event-rec.
           05 fd-lev-date          pic 9(08).
           05 fd-lev-time          pic 9(06).
           05 fd-lev-resource      pic x(20).
           05 fd-lev-event         pic x(08).
           05 fd-lev-wait-sec      pic 9(05).
           05 fd-lev-pid           pic 9(09).
           05 fd-lev-run-id        pic 9(10).
           05 fd-lev-holder-pid    pic 9(09).
           05 fd-lev-holder-run-id pic 9(10).
           05 fd-lev-held-date     pic 9(08).
           05 fd-lev-held-time     pic 9(06).
           05 fd-lev-held-sec      pic 9(07).
      *    <resource>.LCK - layout owned by lock-acquire.
       fd lock-file.
       01 fd-lock-rec.
           05 fd-lck-run-date      pic x(08).
           05 fd-lck-run-time      pic x(06).
           05 fd-lck-pid           pic x(09).
           05 fd-lck-run-id        pic x(10).
       working-storage section.
           01 ws-event-status      pic x(02)   value "00".
           01 ws-lock-status       pic x(02)   value "00".
           01 ws-lock-filename     pic x(44).
           01 ws-view              pic x(08)   value "ALL".
           01 ws-from-date         pic 9(08)   value 0.
           01 ws-today             pic 9(08).
           01 ws-full-time         pic 9(08).
           01 ws-now-hms           pic 9(06).
           01 ws-now-parts redefines ws-now-hms.
               05 ws-now-hh        pic 9(02).
               05 ws-now-mm        pic 9(02).
               05 ws-now-ss        pic 9(02).
           01 ws-held-hms          pic 9(06).
           01 ws-held-parts redefines ws-held-hms.
               05 ws-held-hh       pic 9(02).
               05 ws-held-mm       pic 9(02).
               05 ws-held-ss       pic 9(02).
           01 ws-held-date         pic 9(08).
           01 ws-age-sec           pic s9(09).
           01 ws-age-display.
               05 ws-age-hours     pic z(4)9.
               05 filler           pic x(01)   value ":".
               05 ws-age-mins      pic 9(02).
               05 filler           pic x(01)   value ":".
               05 ws-age-secs      pic 9(02).
           01 ws-age-rest          pic 9(09).
      *    lock-acquire's wait bound - a lock older than this is the
      *    next one broken.
           01 ws-break-bound       pic 9(02)   value 30.
           01 ws-held-count        pic 9(03)   value 0.
           01 ws-overdue-count     pic 9(03)   value 0.
           01 ws-known-names.
               05 filler pic x(20) value "RESULTS.LED".
               05 filler pic x(20) value "REGISTRY.DAT".
               05 filler pic x(20) value "AUDITLOG.DAT".
               05 filler pic x(20) value "RUNSEQ.DAT".
               05 filler pic x(20) value "CHECKPT.DAT".
               05 filler pic x(20) value "CHGJRNL.DAT".
               05 filler pic x(20) value "APPROVALS.DAT".
               05 filler pic x(20) value "CTLTOTS.DAT".
               05 filler pic x(20) value "FACTCACHE.IDX".
               05 filler pic x(20) value "HOLDS.DAT".
               05 filler pic x(20) value "INCIDENTS.DAT".
               05 filler pic x(20) value "REGRESS.DAT".
               05 filler pic x(20) value "RPTCAT.DAT".
               05 filler pic x(20) value "RUNNOTES.DAT".
           01 ws-known-table redefines ws-known-names.
               05 ws-known-name    pic x(20) occurs 14 times.
      *    every resource, each with its counts per hour of day:
      *    1 acquires, 2 waits, 3 seconds waited, 4 longest wait,
      *    5 breaks, 6 live breaks.
           01 ws-resources.
               05 ws-resource-count pic 9(02)  value 0.
               05 ws-resource-entry occurs 50 times.
                   10 ws-res-name      pic x(20).
                   10 ws-res-events    pic 9(07).
                   10 ws-res-hour occurs 24 times.
                       15 ws-res-count pic 9(07) occurs 6 times.
           01 ws-resources-full    pic X       value "N".
           01 ws-total-line.
               05 ws-total-count   pic 9(07) occurs 6 times.
           01 ws-hour-events       pic 9(07).
           01 ws-event-count       pic 9(07)   value 0.
           01 ws-hour-display      pic 9(02).
           01 ws-arg               pic x(20).
           01 ws-arg-num           pic 9(2).
           01 ws-arg-count         pic 9(2).
           01 r                    pic 9(02).
           01 h                    pic 9(02).
           01 c                    pic 9(01).
       procedure division.
       display function enter-environment("lock-console").
       perform 100-init thru 100-exit.
       if return-code not = 0
           goback
       end-if.
       if ws-view = "HELD" or ws-view = "ALL"
           perform 300-show-held thru 300-exit
       end-if.
       if ws-view = "REPORT" or ws-view = "ALL"
           perform 500-contention-report thru 500-exit
       end-if.
       if ws-overdue-count > 0
           move 4 to return-code
       else
           move 0 to return-code
       end-if.
       goback.
       100-init.
           move 0 to return-code.
           accept ws-today from date yyyymmdd.
           accept ws-full-time from time.
           divide ws-full-time by 100 giving ws-now-hms.
           accept ws-arg-count from argument-number.
           if ws-arg-count >= 1
               move 1 to ws-arg-num
               display ws-arg-num upon argument-number
               move spaces to ws-arg
               accept ws-arg from argument-value
               if ws-arg not = "HELD" and ws-arg not = "REPORT"
                   and ws-arg not = "ALL"
                   display "lock-console: view must be HELD, REPORT"
                       " or ALL: " ws-arg
                   move 16 to return-code
                   go to 100-exit
               end-if
               move ws-arg to ws-view
           end-if.
           if ws-arg-count >= 2
               move 2 to ws-arg-num
               display ws-arg-num upon argument-number
               move spaces to ws-arg
               accept ws-arg from argument-value
               if ws-arg(1:8) is not numeric
                   or ws-arg(9:) not = spaces
                   display "lock-console: invalid from date " ws-arg
                   move 16 to return-code
                   go to 100-exit
               end-if
               move ws-arg(1:8) to ws-from-date
               if function test-date-yyyymmdd(ws-from-date) not = 0
                   display "lock-console: invalid from date " ws-arg
                   move 16 to return-code
                   go to 100-exit
               end-if
           end-if.
           perform varying r from 1 by 1 until r > 14
               move ws-known-name(r) to ws-arg
               perform 150-add-resource thru 150-exit
           end-perform.
           perform 200-load-events thru 200-exit.
       100-exit. exit.
      *    150-add-resource: the resource named in ws-arg, added once;
      *    r is left pointing at its entry (zero when the table is
      *    full).
       150-add-resource.
           perform varying r from 1 by 1
               until r > ws-resource-count
               if ws-res-name(r) = ws-arg
                   go to 150-exit
               end-if
           end-perform.
           if ws-resource-count >= 50
               move "Y" to ws-resources-full
               move 0 to r
               go to 150-exit
           end-if.
           add 1 to ws-resource-count.
           move ws-resource-count to r.
           move ws-arg to ws-res-name(r).
           move 0 to ws-res-events(r).
           perform varying h from 1 by 1 until h > 24
               perform varying c from 1 by 1 until c > 6
                   move 0 to ws-res-count(r, h, c)
               end-perform
           end-perform.
       150-exit. exit.
      *----------------------------------------------------------------
      *    200-load-events: one pass of LOCKEVT.DAT, each event in the
      *    report's window counted under its resource and the hour it
      *    happened. A WAIT marks a run finding the lock taken; the
      *    seconds it went on to wait arrive with its ACQUIRE or
      *    BREAK.
       200-load-events.
           open input event-file.
           if ws-event-status not = "00"
               go to 200-exit
           end-if.
           perform until ws-event-status = "10"
               read event-file
                   at end move "10" to ws-event-status
                   not at end perform 210-count-event thru 210-exit
               end-read
           end-perform.
           close event-file.
       200-exit. exit.
       210-count-event.
           if fd-lev-date is not numeric
               or fd-lev-time is not numeric
               or fd-lev-date < ws-from-date
               go to 210-exit
           end-if.
           move fd-lev-resource to ws-arg.
           perform 150-add-resource thru 150-exit.
           if r = 0
               go to 210-exit
           end-if.
           add 1 to ws-event-count.
           add 1 to ws-res-events(r).
           compute h = fd-lev-time / 10000 + 1.
           if fd-lev-wait-sec is not numeric
               move 0 to fd-lev-wait-sec
           end-if.
           evaluate fd-lev-event
               when "ACQUIRE"
                   add 1 to ws-res-count(r, h, 1)
                   perform 220-count-wait
               when "WAIT"
                   add 1 to ws-res-count(r, h, 2)
               when "BREAK"
                   add 1 to ws-res-count(r, h, 5)
                   perform 220-count-wait
               when "LIVE"
                   add 1 to ws-res-count(r, h, 6)
               when other
                   continue
           end-evaluate.
       210-exit. exit.
       220-count-wait.
           add fd-lev-wait-sec to ws-res-count(r, h, 3).
           if fd-lev-wait-sec > ws-res-count(r, h, 4)
               move fd-lev-wait-sec to ws-res-count(r, h, 4)
           end-if.
      *----------------------------------------------------------------
      *    300-show-held: each resource's lock file, if one is there.
       300-show-held.
           display " ".
           display "===== Locks held now =====".
           display "RESOURCE             TAKEN                   AGE"
               "   PROCESS RUN".
           perform 310-show-one-lock thru 310-exit
               varying r from 1 by 1 until r > ws-resource-count.
           if ws-held-count = 0
               display "No locks held."
           else
               display " "
               display "Locks held: " ws-held-count
                   "  past the " ws-break-bound "s bound: "
                   ws-overdue-count
           end-if.
       300-exit. exit.
       310-show-one-lock.
           move spaces to ws-lock-filename.
           string function trim(ws-res-name(r)) ".LCK"
               delimited by size into ws-lock-filename.
           move "00" to ws-lock-status.
           open input lock-file.
           if ws-lock-status not = "00"
               go to 310-exit
           end-if.
           move spaces to fd-lock-rec.
           read lock-file
               at end continue
           end-read.
           close lock-file.
           add 1 to ws-held-count.
           if fd-lck-run-date is not numeric
               or fd-lck-run-date < "16010101"
               or fd-lck-run-time is not numeric
               display ws-res-name(r) " (no readable stamp)"
               go to 310-exit
           end-if.
           if fd-lck-pid is not numeric
               move spaces to fd-lck-pid
           end-if.
           if fd-lck-run-id is not numeric
               move spaces to fd-lck-run-id
           end-if.
           move fd-lck-run-date to ws-held-date.
           move fd-lck-run-time to ws-held-hms.
           perform 320-age-of-lock.
           display ws-res-name(r) " " fd-lck-run-date " "
               fd-lck-run-time " " ws-age-display " "
               fd-lck-pid " " fd-lck-run-id.
           if ws-age-sec > ws-break-bound
               add 1 to ws-overdue-count
               display "    ** past the " ws-break-bound
                   "s bound - an abended writer's leftover or a"
                   " writer running long; the next run to want it"
                   " breaks it **"
           end-if.
       310-exit. exit.
      *    320-age-of-lock: now less the lock's stamp, across midnight
      *    if need be, as log-lock-event works out a holder's time.
       320-age-of-lock.
           compute ws-age-sec =
               (function integer-of-date(ws-today)
                - function integer-of-date(ws-held-date)) * 86400
               + ws-now-hh * 3600 + ws-now-mm * 60 + ws-now-ss
               - ws-held-hh * 3600 - ws-held-mm * 60 - ws-held-ss.
           if ws-age-sec < 0
               move 0 to ws-age-sec
           end-if.
           divide ws-age-sec by 3600 giving ws-age-hours
               remainder ws-age-rest.
           divide ws-age-rest by 60 giving ws-age-mins
               remainder ws-age-secs.
      *----------------------------------------------------------------
      *    500-contention-report: per resource, every hour that saw
      *    lock traffic, then the resource's day-shape total.
       500-contention-report.
           display " ".
           display "===== Lock contention by resource and hour =====".
           if ws-from-date > 0
               display "Events from " ws-from-date
           end-if.
           if ws-event-count = 0
               display "No lock events on LOCKEVT.DAT."
               go to 500-exit
           end-if.
           display "RESOURCE             HR  ACQUIRE    WAITS WAIT-SEC"
               " MAX-WAIT   BREAKS     LIVE".
           perform 510-report-resource thru 510-exit
               varying r from 1 by 1 until r > ws-resource-count.
           display " ".
           display "Events counted: " ws-event-count.
           if ws-resources-full = "Y"
               display "(more than 50 resources - the rest are not"
                   " counted)"
           end-if.
       500-exit. exit.
       510-report-resource.
           if ws-res-events(r) = 0
               go to 510-exit
           end-if.
           perform varying c from 1 by 1 until c > 6
               move 0 to ws-total-count(c)
           end-perform.
           perform varying h from 1 by 1 until h > 24
               move 0 to ws-hour-events
               perform varying c from 1 by 1 until c > 6
                   add ws-res-count(r, h, c) to ws-hour-events
                   if c = 4
                       if ws-res-count(r, h, 4) > ws-total-count(4)
                           move ws-res-count(r, h, 4)
                               to ws-total-count(4)
                       end-if
                   else
                       add ws-res-count(r, h, c) to ws-total-count(c)
                   end-if
               end-perform
               if ws-hour-events > 0
                   compute ws-hour-display = h - 1
                   display ws-res-name(r) " " ws-hour-display "  "
                       ws-res-count(r, h, 1) "  "
                       ws-res-count(r, h, 2) "  "
                       ws-res-count(r, h, 3) "  "
                       ws-res-count(r, h, 4) "  "
                       ws-res-count(r, h, 5) "  "
                       ws-res-count(r, h, 6)
               end-if
           end-perform.
           display ws-res-name(r) " ALL "
               ws-total-count(1) "  " ws-total-count(2) "  "
               ws-total-count(3) "  " ws-total-count(4) "  "
               ws-total-count(5) "  " ws-total-count(6).
       510-exit. exit.
       end program lock-console.
