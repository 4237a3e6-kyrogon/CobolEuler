      *----------------------------------------------------------------
      *    trend-report: the slow creep between sla-check's
      *    single-latest-run verdict and variance-report's
      *    two-run delta. Reads the daily summary log-run keeps
      *    (RESULTS.SUM, see log-summary in src/library/ledger.cbl)
      *    per program-id AND per parameter string (a LIMIT=9999
      *    euler48 is a different animal from a LIMIT=1000 one) -
      *    one trend point per day run, the day's average elapsed
      *    seconds - keeps each question's most recent days, fits a
      *    straight line through them, and projects where that line
      *    crosses the program's SLA.DAT ceiling - so a 40% drift
      *    over three months is a report line months before it is a
      *    breach. The summary is keyed program, parameters, date,
      *    so each question's days arrive in date order.
      *    Each step in the window where elapsed time jumps - by half
      *    again or more, up or down, and at least 5 seconds - is
      *    laid against the version stamp of the day's last run (the
      *    stamp log-run puts on every row, carried in the summary):
      *    a jump that came in with a new build is
      *    listed apart from one under the same build, with the new
      *    build's VERSIONS.DAT install date and promoter (see
      *    version-maint). A window spanning builds says so, since
      *    its fitted line then mixes two programs' timings.
      *    Notes operations wrote with note-entry (RUNNOTES.DAT)
      *    against the last run of any day in the window are listed
      *    with the question, so "elapsed high - disk problem" sits
      *    beside the jump it explains.
      *    Positional parameters (optional, euler48-style):
      *      1 - program-id to restrict to ("ALL" or omitted = every
      *          program);
      *      2 - how many of each question's most recent days to
      *          trend over (default 10, maximum 20).
       environment division.
       configuration section.
           repository.
               function version-entry
               function run-note
               function enter-environment.
       input-output section.
       file-control.
           select summary-file assign to "RESULTS.SUM"
               organization is indexed
               access mode is sequential
               record key is fd-sum-key
               file status is ws-summary-status.
           select sla-file assign to "SLA.DAT"
               organization is line sequential
               file status is ws-sla-status.
       data division.
       file section.
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
       fd sla-file.
       01 fd-sla-rec.
           05 fd-sla-program-id    pic x(08).
           05 fd-sla-max-sec       pic 9(05).
       working-storage section.
           01 ws-summary-status    pic x(02)   value "00".
           01 ws-sla-status        pic x(02)   value "00".
           01 ws-select-program    pic x(08)   value spaces.
           01 ws-trend-runs        pic 9(02)   value 10.
           01 ws-arg-count         pic 9(2).
           01 ws-numval-check      pic S9(4)   comp.
      *    one group per distinct program-id/parameter string; each
      *    keeps a sliding window of its most recent days (oldest
      *    dropped as newer arrive, so the fit always reads the
      *    last ws-trend-runs of them in date order). A day's point
      *    is its average elapsed; its time, version and last-sec
      *    are the day's last run's.
           01 ws-groups.
               05 ws-group-count   pic 9(03)   value 0.
               05 ws-group-entry occurs 50 times.
                   10 ws-grp-total-seen   pic 9(05).
                   10 ws-grp-first-date   pic 9(08).
                   10 ws-grp-last-date    pic 9(08).
                   10 ws-grp-last-sec     pic 9(05).
                   10 ws-grp-run occurs 20 times.
                       15 ws-grp-elapsed      pic 9(05).
                       15 ws-grp-run-date     pic 9(08).
                       15 ws-grp-run-time     pic 9(06).
                       15 ws-grp-version      pic x(08).
           01 ws-group-overflow    pic X       value "N".
           01 ws-found-idx         pic 9(03).
           01 ws-slas.
               05 ws-sla-entry occurs 50 times.
                   10 ws-sla-program-id   pic x(08).
                   10 ws-sla-max-sec      pic 9(05).
      *    least-squares working fields: x is the day's ordinal 1..n
      *    inside the window, y its elapsed seconds.
           01 ws-n                 pic 9(02).
           01 ws-sum-x             pic 9(05).
           01 g                    pic 9(03).
           01 r                    pic 9(02).
           01 t                    pic 9(03).
      *    elapsed-time jump detection between neighbouring runs in
      *    the window.
           01 ws-step-before       pic 9(05).
           01 ws-step-after        pic 9(05).
           01 ws-step-change       pic 9(05).
           01 ws-jump-floor        pic 9(05)   value 5.
           01 ws-jump-across       pic X.
           01 ws-window-builds     pic X.
           01 ws-jumps-across      pic 9(05)   value 0.
           01 ws-jumps-within      pic 9(05)   value 0.
           01 ws-catalog-entry.
               05 ws-cat-install-date  pic x(08).
               05 ws-cat-promoted-by   pic x(08).
      *    operator notes on the window's runs, via run-note.
           01 ws-note-seq          pic 9(03).
           01 ws-run-note.
               05 ws-rn-date       pic x(08).
               05 ws-rn-operator   pic x(08).
               05 ws-rn-text       pic x(60).
       procedure division.
       display function enter-environment("trend-report").
       perform 100-init thru 100-exit.
       perform 200-walk-summary thru 200-exit.
       perform 300-report thru 300-exit.
       move 0 to return-code.
       goback.
               end-perform
               close sla-file
           end-if.
       200-walk-summary.
           open input summary-file.
           if ws-summary-status not = "00"
               display "trend-report: no RESULTS.SUM on file - run"
                   " summary-rebuild to create it."
               go to 200-exit
           end-if.
           perform until ws-summary-status = "10"
               read summary-file next record
                   at end move "10" to ws-summary-status
                   not at end perform 210-fold-one-day
                       thru 210-done
               end-read
           end-perform.
           close summary-file.
       200-exit. exit.
       210-fold-one-day.
           if ws-select-program not = spaces
               and fd-sum-program-id not = ws-select-program
               go to 210-done
           end-if.
           move 0 to ws-found-idx.
           perform varying g from 1 by 1
               until g > ws-group-count or ws-found-idx not = 0
               if ws-grp-program-id(g) = fd-sum-program-id
                   and ws-grp-parameters(g) = fd-sum-parameters
                   move g to ws-found-idx
               end-if
           end-perform.
               end-if
               add 1 to ws-group-count
               move ws-group-count to ws-found-idx
               move fd-sum-program-id
                   to ws-grp-program-id(ws-found-idx)
               move fd-sum-parameters
                   to ws-grp-parameters(ws-found-idx)
               move 0 to ws-grp-runs(ws-found-idx)
               move 0 to ws-grp-total-seen(ws-found-idx)
               move fd-sum-run-date
                   to ws-grp-first-date(ws-found-idx)
           end-if.
           move ws-found-idx to g.
           add fd-sum-runs to ws-grp-total-seen(g).
           move fd-sum-run-date to ws-grp-last-date(g).
           move fd-sum-last-sec to ws-grp-last-sec(g).
      *    the window slides: once full, everything shuffles down a
      *    slot and the new day takes the last one - the fit always
      *    sees the freshest ws-trend-runs days.
           if ws-grp-runs(g) < ws-trend-runs
               add 1 to ws-grp-runs(g)
           else
               perform varying r from 1 by 1
                   until r >= ws-grp-runs(g)
                   move ws-grp-run(g, r + 1)
                       to ws-grp-run(g, r)
               end-perform
           end-if.
           move 0 to ws-grp-elapsed(g, ws-grp-runs(g)).
           if fd-sum-runs > 0
               compute ws-grp-elapsed(g, ws-grp-runs(g)) =
                   fd-sum-total-sec / fd-sum-runs
           end-if.
           move fd-sum-run-date
               to ws-grp-run-date(g, ws-grp-runs(g)).
           move fd-sum-last-time
               to ws-grp-run-time(g, ws-grp-runs(g)).
           move fd-sum-last-version
               to ws-grp-version(g, ws-grp-runs(g)).
       210-done.
           exit.
       300-report.
           display " ".
           display "===== Elapsed-time trend report (last "
               ws-trend-runs " day(s) per question) =====".
           if ws-group-count = 0
               display "Nothing to trend."
               go to 300-exit
           perform varying g from 1 by 1 until g > ws-group-count
               perform 310-report-one-group thru 310-done
           end-perform.
           display " ".
           display "Elapsed-time jumps across a version change: "
               ws-jumps-across "   within the same version: "
               ws-jumps-within.
           if ws-group-overflow = "Y"
               display " "
               display "trend-report: more than 50 distinct"
           display ws-grp-program-id(g) space
               function trim(ws-grp-parameters(g)).
           display "  runs seen " ws-grp-total-seen(g)
               "  days trended " ws-grp-runs(g)
               "  (" ws-grp-first-date(g) " - "
               ws-grp-last-date(g) ")".
           perform 340-find-jumps.
           perform varying r from 1 by 1 until r > ws-grp-runs(g)
               perform 350-show-run-notes
           end-perform.
           if ws-grp-runs(g) < 3
               display "  too few days for a trend."
               go to 310-done
           end-if.
           if ws-window-builds = "Y"
               display "  window spans more than one version - the"
                   " trend mixes builds."
           end-if.
           perform 320-fit-line.
           move ws-average to ws-average-show.
           move ws-slope to ws-slope-show.
           move ws-grp-last-sec(g) to ws-last-elapsed.
           display "  latest " ws-last-elapsed "s  average "
               ws-average-show "s  trend " ws-slope-show
               "s per day".
           perform 330-project-breach thru 330-done.
       310-done.
           exit.
      *----------------------------------------------------------------
      *    320-fit-line: ordinary least squares over the window's
      *    ordinals - the slope is seconds gained (or shed) per day,
      *    which is the drift sla-check's single snapshot can never
      *    show.
       320-fit-line.
                   / ws-denominator
           end-if.
      *    330-project-breach: where the fitted line meets the
      *    SLA.DAT ceiling, in run days from now. Already over is said
      *    plainly; a flat or falling trend under the ceiling is
      *    good news and says so.
       330-project-breach.
           compute ws-runs-to-breach =
               ((ws-ceiling - ws-last-elapsed) / ws-slope) + 1.
           display "  BREACH PROJECTED in about " ws-runs-to-breach
               " run day(s) at the " ws-ceiling "s ceiling.".
       330-done.
           exit.
      *----------------------------------------------------------------
      *    340-find-jumps: each neighbouring pair of days in the
      *    window; a jump is a change of at least half the earlier
      *    day's time and at least ws-jump-floor seconds, so a 1s to
      *    2s wobble is not one. Across a version change when both
      *    days carry a version stamp and the stamps differ.
       340-find-jumps.
           move "N" to ws-window-builds.
           perform varying r from 2 by 1 until r > ws-grp-runs(g)
               move ws-grp-elapsed(g, r - 1) to ws-step-before
               move ws-grp-elapsed(g, r) to ws-step-after
               move "N" to ws-jump-across
               if ws-grp-version(g, r - 1) not = spaces
                   and ws-grp-version(g, r) not = spaces
                   and ws-grp-version(g, r - 1)
                       not = ws-grp-version(g, r)
                   move "Y" to ws-jump-across
                   move "Y" to ws-window-builds
               end-if
               if ws-step-after > ws-step-before
                   compute ws-step-change =
                       ws-step-after - ws-step-before
               else
                   compute ws-step-change =
                       ws-step-before - ws-step-after
               end-if
               if ws-step-change >= ws-jump-floor
                   and ws-step-change * 2 >= ws-step-before
                   perform 345-report-jump
               end-if
           end-perform.
       345-report-jump.
           if ws-jump-across = "Y"
               add 1 to ws-jumps-across
               display "  JUMP " ws-step-before "s -> " ws-step-after
                   "s on " ws-grp-run-date(g, r)
                   " ACROSS VERSION CHANGE "
                   ws-grp-version(g, r - 1) " -> "
                   ws-grp-version(g, r)
               move function version-entry(ws-grp-program-id(g),
                   ws-grp-version(g, r)) to ws-catalog-entry
               if ws-catalog-entry = spaces
                   display "    version " ws-grp-version(g, r)
                       " is not in VERSIONS.DAT - never promoted"
               else
                   display "    version " ws-grp-version(g, r)
                       " installed " ws-cat-install-date " by "
                       ws-cat-promoted-by
               end-if
           else
               add 1 to ws-jumps-within
               display "  JUMP " ws-step-before "s -> " ws-step-after
                   "s on " ws-grp-run-date(g, r)
                   " within the same version"
           end-if.
      *    350-show-run-notes: the operator notes on one window
      *    day's last run.
       350-show-run-notes.
           move 1 to ws-note-seq.
           move function run-note(ws-grp-program-id(g),
               ws-grp-run-date(g, r), ws-grp-run-time(g, r),
               ws-note-seq) to ws-run-note.
           perform until ws-run-note = spaces or ws-note-seq = 999
               display "  NOTE on " ws-grp-run-date(g, r) " "
                   ws-grp-run-time(g, r) " run: " ws-rn-date " "
                   ws-rn-operator " " function trim(ws-rn-text)
               add 1 to ws-note-seq
               move function run-note(ws-grp-program-id(g),
                   ws-grp-run-date(g, r), ws-grp-run-time(g, r),
                   ws-note-seq) to ws-run-note
           end-perform.
       end program trend-report.
