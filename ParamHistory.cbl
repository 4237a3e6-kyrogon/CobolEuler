      *----------------------------------------------------------------
      *    param-history: reads fd-led-parameters back analytically -
      *    the ledger has always recorded exactly what every run was
      *    asked to do, and nothing ever looked. Reads the daily
      *    summary log-run keeps (RESULTS.SUM, see log-summary in
      *    src/library/ledger.cbl - one record per program,
      *    parameter string and day) and reports, per program-id,
      *    each distinct parameter string with its first-used and
      *    last-used dates and use count. The day records are then
      *    put back in run order - program, date, first run of the
      *    day - and every day where a program's parameters differ
      *    from what it last ran with is flagged as drift with both
      *    strings - half our reconcile mismatches turn out to be
      *    exactly these unannounced changes. Drift is seen at day
      *    level: a string that comes and goes inside one day shows
      *    as one change, not each flip.
      *    An optional positional parameter restricts the report to
      *    one program-id.
       environment division.
       configuration section.
           repository.
               function enter-environment.
       input-output section.
       file-control.
           select summary-file assign to "RESULTS.SUM"
               organization is indexed
               access mode is sequential
               record key is fd-sum-key
               file status is ws-summary-status.
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
       working-storage section.
           01 ws-summary-status    pic x(02)   value "00".
           01 ws-select-program    pic x(08)   value spaces.
           01 ws-arg               pic x(40).
           01 ws-arg-num           pic 9(2).
                   10 ws-ph-last-used     pic 9(08).
                   10 ws-ph-uses          pic 9(05).
           01 ws-ph-overflow       pic X       value "N".
      *    every day record in run order for the drift pass - the
      *    fields are laid out so the whole entry compares as the
      *    sort key.
           01 ws-days.
               05 ws-day-count     pic 9(04)   value 0.
               05 ws-day-entry occurs 2000 times.
                   10 ws-day-program-id   pic x(08).
                   10 ws-day-run-date     pic 9(08).
                   10 ws-day-first-time   pic 9(06).
                   10 ws-day-parameters   pic x(40).
           01 ws-day-overflow      pic X       value "N".
           01 ws-hold-day          pic x(62).
           01 ws-prev-program      pic x(08).
           01 ws-prev-parameters   pic x(40).
           01 ws-found-idx         pic 9(03).
           01 ws-drift-count       pic 9(05)   value 0.
           01 ws-row-count         pic 9(07)   value 0.
           01 ws-current-program   pic x(08).
           01 e                    pic 9(03).
           01 d                    pic 9(04).
           01 d2                   pic 9(04).
       procedure division.
       display function enter-environment("param-history").
       perform 100-init thru 100-exit.
       display " ".
       display "===== Parameter history and drift =====".
       perform 200-walk-summary thru 200-exit.
       perform 230-sort-days.
       perform 240-check-drift.
       perform 300-report thru 300-exit.
       move 0 to return-code.
       goback.
               end-if
           end-if.
       100-exit. exit.
       200-walk-summary.
           open input summary-file.
           if ws-summary-status not = "00"
               display "param-history: no RESULTS.SUM on file - run"
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
           add fd-sum-runs to ws-row-count.
           perform 220-tally-param-string.
           if ws-day-count >= 2000
               move "Y" to ws-day-overflow
           else
               add 1 to ws-day-count
               move fd-sum-program-id
                   to ws-day-program-id(ws-day-count)
               move fd-sum-run-date to ws-day-run-date(ws-day-count)
               move fd-sum-first-time
                   to ws-day-first-time(ws-day-count)
               move fd-sum-parameters
                   to ws-day-parameters(ws-day-count)
           end-if.
       210-done.
           exit.
      *    220-tally-param-string: the summary arrives keyed program,
      *    parameters, date - a string's days come together and in
      *    date order, so its first record is its first use.
       220-tally-param-string.
           move 0 to ws-found-idx.
           perform varying e from 1 by 1
               until e > ws-ph-count or ws-found-idx not = 0
               if ws-ph-program-id(e) = fd-sum-program-id
                   and ws-ph-parameters(e) = fd-sum-parameters
                   move e to ws-found-idx
               end-if
           end-perform.
               else
                   add 1 to ws-ph-count
                   set e to ws-ph-count
                   move fd-sum-program-id to ws-ph-program-id(e)
                   move fd-sum-parameters to ws-ph-parameters(e)
                   move fd-sum-run-date to ws-ph-first-used(e)
                   move fd-sum-run-date to ws-ph-last-used(e)
                   move fd-sum-runs to ws-ph-uses(e)
               end-if
           else
               set e to ws-found-idx
               move fd-sum-run-date to ws-ph-last-used(e)
               if ws-ph-uses(e) + fd-sum-runs > 99999
                   move 99999 to ws-ph-uses(e)
               else
                   add fd-sum-runs to ws-ph-uses(e)
               end-if
           end-if.
      *    230-sort-days: program, date, first run time - the
      *    insertion shuffle the suite sorts its small tables with.
       230-sort-days.
           perform varying d from 2 by 1 until d > ws-day-count
               perform varying d2 from d by -1 until d2 < 2
                   or ws-day-entry(d2 - 1) <= ws-day-entry(d2)
                   move ws-day-entry(d2) to ws-hold-day
                   move ws-day-entry(d2 - 1) to ws-day-entry(d2)
                   move ws-hold-day to ws-day-entry(d2 - 1)
               end-perform
           end-perform.
      *----------------------------------------------------------------
      *    240-check-drift: with the days in run order, a day whose
      *    parameters differ from the same program's previous day
      *    record is a change at that point in time - flagged with
      *    both strings, which is the drift trail the mismatch
      *    post-mortems need.
       240-check-drift.
           move spaces to ws-prev-program.
           perform varying d from 1 by 1 until d > ws-day-count
               if ws-day-program-id(d) not = ws-prev-program
                   move ws-day-program-id(d) to ws-prev-program
                   move ws-day-parameters(d) to ws-prev-parameters
               else
                   if ws-day-parameters(d) not = ws-prev-parameters
                       add 1 to ws-drift-count
                       display "DRIFT " ws-day-program-id(d) " on "
                           ws-day-run-date(d) ":"
                       display "  from " function trim(
                           ws-prev-parameters)
                       display "  to   " function trim(
                           ws-day-parameters(d))
                       move ws-day-parameters(d)
                           to ws-prev-parameters
                   end-if
               end-if
           end-perform.
       300-report.
           display " ".
           display "PROGRAM  USES  FIRST-USED LAST-USED  PARAMETERS".
               display "param-history: distinct-string table filled"
                   " (200) - further new strings not tallied."
           end-if.
           if ws-day-overflow = "Y"
               display "param-history: day table filled (2000) -"
                   " name one program for a complete drift trail."
           end-if.
       300-exit. exit.
       end program param-history.
