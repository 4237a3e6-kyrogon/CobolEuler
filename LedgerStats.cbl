      *----------------------------------------------------------------
      *    ledger-stats: the year-end roll-up that used to be a
      *    csv-export into a spreadsheet and an afternoon of
      *    pivoting. Reads the daily summary log-run keeps
      *    (RESULTS.SUM, see log-summary in src/library/ledger.cbl -
      *    archived months included, once summary-rebuild has folded
      *    them in) for a requested span of months and prints a
      *    month-by-month roll-up per program: runs, total and
      *    average elapsed seconds, and failure counts - a failed
      *    run being one whose parameter string carries an "RC="
      *    tag other than 0000, the convention euler48 and euler5
      *    write, counted as the summary is kept.
      *    The report goes to LEDSTATS.TXT as a paginated business
      *    report in the batch-report layout the binder already
      *    uses - heading, column titles, page footer at line 58,
      *    (default the current month).
       environment division.
       configuration section.
           repository.
               function enter-environment
               function file-report
               function run-environment.
       input-output section.
       file-control.
           select summary-file assign to "RESULTS.SUM"
               organization is indexed
               access mode is sequential
               record key is fd-sum-key
               file status is ws-summary-status.
           select report-out assign to "LEDSTATS.TXT"
               organization is line sequential.
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
       fd report-out.
       01 rpt-line                 pic x(80).
       working-storage section.
           01 ws-summary-status    pic x(02)   value "00".
           01 ws-from-yyyymm       pic 9(06)   value 0.
           01 ws-to-yyyymm         pic 9(06)   value 0.
           01 ws-walk-year         pic 9(04).
           01 ws-walk-month        pic 9(02).
           01 ws-today             pic 9(08).
           01 ws-record-yyyymm     pic 9(06).
           01 ws-cells.
               05 ws-cell-count    pic 9(03)   value 0.
               05 ws-cell-entry occurs 200 times.
                   10 ws-cel-failures     pic 9(05).
           01 ws-cell-overflow     pic X       value "N".
           01 ws-found-idx         pic 9(03).
           01 ws-average           pic 9(07)v9(02).
           01 ws-average-show      pic 9(05).9(02).
           01 ws-line-number       pic 9(03)   value 0.
           01 ws-page-number       pic 9(03)   value 0.
           01 ws-report-filed      pic X.
           01 ws-current-month     pic 9(06)   value 0.
           01 ws-total-rows        pic 9(07)   value 0.
           01 ws-numval-check      pic S9(4)   comp.
           01 ws-hold-cell         pic x(33).
           01 g                    pic 9(03).
           01 g2                   pic 9(03).
           01 s                    pic 9(03).
       procedure division.
       display function enter-environment("ledger-stats").
       perform 100-init thru 100-exit.
       perform 200-walk-summary thru 200-exit.
       perform 500-sort-cells.
       perform 600-build-report thru 600-exit.
       display "ledger-stats: " ws-cell-count
           end-if.
       100-exit. exit.
      *----------------------------------------------------------------
      *    200-walk-summary: every day record whose run date falls in
      *    the span; the summary is keyed by program first, so the
      *    whole file is read and the span applied to each record.
       200-walk-summary.
           open input summary-file.
           if ws-summary-status not = "00"
               display "ledger-stats: no RESULTS.SUM - run"
                   " summary-rebuild to create it."
               go to 200-exit
           end-if.
           perform until ws-summary-status = "10"
               read summary-file next record
                   at end move "10" to ws-summary-status
                   not at end
                       compute ws-record-yyyymm =
                           fd-sum-run-date / 100
                       if ws-record-yyyymm >= ws-from-yyyymm
                           and ws-record-yyyymm <= ws-to-yyyymm
                           perform 400-fold-record thru 400-done
                       end-if
               end-read
           end-perform.
           close summary-file.
       200-exit. exit.
      *----------------------------------------------------------------
      *    400-fold-record: one program/parameters/day record into
      *    its month/program cell.
       400-fold-record.
           add fd-sum-runs to ws-total-rows.
           move 0 to ws-found-idx.
           perform varying g from 1 by 1
               until g > ws-cell-count or ws-found-idx not = 0
               if ws-cel-yyyymm(g) = ws-record-yyyymm
                   and ws-cel-program-id(g) = fd-sum-program-id
                   move g to ws-found-idx
               end-if
           end-perform.
               move ws-cell-count to ws-found-idx
               move ws-record-yyyymm
                   to ws-cel-yyyymm(ws-found-idx)
               move fd-sum-program-id
                   to ws-cel-program-id(ws-found-idx)
               move 0 to ws-cel-runs(ws-found-idx)
               move 0 to ws-cel-elapsed(ws-found-idx)
               move 0 to ws-cel-failures(ws-found-idx)
           end-if.
           move ws-found-idx to g.
           add fd-sum-runs to ws-cel-runs(g).
           add fd-sum-total-sec to ws-cel-elapsed(g).
           add fd-sum-failures to ws-cel-failures(g).
       400-done.
           exit.
      *    500-sort-cells: month then program, the insertion shuffle
      *    the suite sorts its small tables with, so the report
      *    reads chronologically whatever order the summary filled
      *    the table in.
       500-sort-cells.
           perform varying g from 2 by 1 until g > ws-cell-count
           end-if.
           perform 650-close-page.
           close report-out.
      *    the dated copy in the report archive (see
      *    src/library/rptarch.cbl) outlives the next run's overwrite.
           move function file-report("LEDSTATS.TXT", "ledger-stats")
               to ws-report-filed.
           if ws-report-filed not = "Y"
               display "ledger-stats: LEDSTATS.TXT could not be filed"
                   " in the report archive."
           end-if.
       600-exit. exit.
       610-write-heading.
           add 1 to ws-page-number.
           write rpt-line.
           add 1 to ws-line-number.
           move spaces to rpt-line.
           move "ENVIRONMENT:" to rpt-line(1:12).
           move function run-environment to rpt-line(14:10).
           write rpt-line.
           add 1 to ws-line-number.
           move spaces to rpt-line.
