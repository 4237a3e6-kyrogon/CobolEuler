       identification division.
       program-id. charge-stmt.
      *----------------------------------------------------------------
      *    charge-stmt: the month-end usage and chargeback statement.
      *    Operations time is funded by the departments that queue
      *    work, so every WORKQUEUE.DAT request that ran in the month
      *    is joined to the RESULTS.LED row it wrote - exactly, by the
      *    run number batch-driver's drain stamps on both - for its
      *    elapsed seconds, priced from RATES.DAT, and billed to the
      *    requester's department on OPERATORS.DAT (oper-maint sets
      *    it). A request from before run numbers falls back to the
      *    ledger row of the same program on the same run date.
      *    RATES.DAT is one hand-kept record per program - program-id,
      *    a charge per run (9(5)v99) and a charge per elapsed second
      *    (9(3)v9(4)) - with an optional DEFAULT row for programs
      *    not listed; a row that is not numeric is reported and
      *    ignored. A run is charged its per-run rate plus seconds
      *    times the per-second rate; a run with no ledger row (it
      *    failed before logging) is charged the per-run rate only.
      *    Requests skipped without running carry no run number and
      *    are not charged. Requesters not on the operator master,
      *    or without a department, are billed to NONE.
      *    The statement (CHARGES.<yyyymm>.TXT) prints one page per
      *    department - a line per requester, the department's
      *    total - and a closing summary page for finance with every
      *    department and the grand total. Pages are built line by
      *    line to the 58-line layout batch-report uses.
      *    Positional parameter: 1 - the month, yyyymm (default the
      *    month before the current one - the statement is run after
      *    month end). RETURN-CODE 0, or 4 when runs went unpriced or
      *    unmatched (the counts are on the summary page).
       environment division.
       configuration section.
           repository.
               function enter-environment
               function file-report
               function run-environment.
       input-output section.
       file-control.
           select operator-file assign to "OPERATORS.DAT"
               organization is line sequential
               file status is ws-operator-status.
           select rate-file assign to "RATES.DAT"
               organization is line sequential
               file status is ws-rate-status.
           select queue-file assign to "WORKQUEUE.DAT"
               organization is line sequential
               file status is ws-queue-status.
           select ledger-file assign to "RESULTS.LED"
               organization is line sequential
               file status is ws-ledger-status.
           select report-out assign to dynamic ws-report-name
               organization is line sequential
               file status is ws-report-status.
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
       fd rate-file.
       01 fd-rate-rec.
           05 fd-rat-program-id    pic x(08).
           05 fd-rat-per-run       pic 9(05)v99.
           05 fd-rat-per-second    pic 9(03)v9(04).
       fd queue-file.
       01 fd-queue-rec.
           05 fd-que-program-id    pic x(08).
           05 fd-que-parameters    pic x(60).
           05 fd-que-requester     pic x(08).
           05 fd-que-status        pic x(08).
           05 fd-que-run-date      pic 9(08).
           05 fd-que-run-id        pic 9(10).
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
       fd report-out.
       01 rpt-line                 pic x(80).
       working-storage section.
           01 ws-operator-status   pic x(02)   value "00".
           01 ws-rate-status       pic x(02)   value "00".
           01 ws-queue-status      pic x(02)   value "00".
           01 ws-ledger-status     pic x(02)   value "00".
           01 ws-report-status     pic x(02)   value "00".
           01 ws-report-name       pic x(40).
           01 ws-report-filed      pic X.
           01 ws-today             pic 9(08).
           01 ws-month             pic 9(06).
           01 ws-month-x redefines ws-month.
               05 ws-month-yyyy    pic 9(04).
               05 ws-month-mm      pic 9(02).
           01 ws-operators.
               05 ws-oper-count    pic 9(03)   value 0.
               05 ws-oper-entry occurs 50 times.
                   10 ws-opr-id        pic x(08).
                   10 ws-opr-dept      pic x(04).
           01 ws-rates.
               05 ws-rate-count    pic 9(03)   value 0.
               05 ws-rate-entry occurs 50 times.
                   10 ws-rat-program-id   pic x(08).
                   10 ws-rat-per-run      pic 9(05)v99.
                   10 ws-rat-per-second   pic 9(03)v9(04).
           01 ws-bad-rate-count    pic 9(03)   value 0.
      *    the month's charged runs, one per queue request that ran.
           01 ws-jobs.
               05 ws-job-count     pic 9(03)   value 0.
               05 ws-job-entry occurs 500 times.
                   10 ws-job-requester    pic x(08).
                   10 ws-job-program-id   pic x(08).
                   10 ws-job-run-date     pic 9(08).
                   10 ws-job-run-id       pic 9(10).
                   10 ws-job-elapsed      pic 9(05).
                   10 ws-job-matched      pic X.
           01 ws-job-overflow      pic X       value "N".
      *    runs left uncharged because their requester came past the
      *    table's 200 (see 320-find-requester).
           01 ws-req-overflow-runs pic 9(05)   value 0.
           01 ws-requesters.
               05 ws-req-count     pic 9(03)   value 0.
               05 ws-req-entry occurs 200 times.
                   10 ws-req-id           pic x(08).
                   10 ws-req-dept         pic x(04).
                   10 ws-req-runs         pic 9(05).
                   10 ws-req-seconds      pic 9(09).
                   10 ws-req-charge       pic 9(09)v99.
           01 ws-depts.
               05 ws-dept-count    pic 9(03)   value 0.
               05 ws-dept-entry occurs 50 times.
                   10 ws-dpt-id           pic x(04).
                   10 ws-dpt-runs         pic 9(05).
                   10 ws-dpt-seconds      pic 9(09).
                   10 ws-dpt-charge       pic 9(09)v99.
           01 ws-grand-runs        pic 9(07)   value 0.
           01 ws-grand-seconds     pic 9(11)   value 0.
           01 ws-grand-charge      pic 9(11)v99 value 0.
           01 ws-unmatched-count   pic 9(05)   value 0.
           01 ws-unpriced-count    pic 9(05)   value 0.
           01 ws-run-charge        pic 9(09)v99.
           01 ws-per-run           pic 9(05)v99.
           01 ws-per-second        pic 9(03)v9(04).
           01 ws-rate-found        pic X.
           01 ws-cur-dept          pic x(04).
           01 ws-found-idx         pic 9(03).
           01 ws-line-number       pic 9(03)   value 0.
           01 ws-page-title        pic x(40).
           01 ws-edit-runs         pic zzzz9.
           01 ws-edit-seconds      pic zzz,zzz,zz9.
           01 ws-edit-charge       pic z,zzz,zzz,zz9.99.
           01 ws-edit-grand-runs   pic z,zzz,zz9.
           01 ws-edit-grand-secs   pic zz,zzz,zzz,zz9.
           01 ws-edit-grand-charge pic zzz,zzz,zzz,zz9.99.
           01 ws-arg               pic x(40).
           01 ws-arg-num           pic 9(2).
           01 ws-arg-count         pic 9(2).
           01 ws-numval-check      pic S9(4)   comp.
           01 j                    pic 9(03).
           01 r                    pic 9(03).
           01 k                    pic 9(03).
       procedure division.
       display function enter-environment("charge-stmt").
       perform 100-init thru 100-exit.
       if return-code not = 0
           goback
       end-if.
       perform 200-match-ledger thru 200-exit.
       perform 300-price-one-job thru 300-exit
           varying j from 1 by 1 until j > ws-job-count.
       perform 400-print-statement thru 400-exit.
       display "charge-stmt: " ws-month " - " ws-job-count
           " run(s) across " ws-dept-count " department(s) - see "
           function trim(ws-report-name).
       if ws-unmatched-count > 0 or ws-unpriced-count > 0
           or ws-bad-rate-count > 0 or ws-job-overflow = "Y"
           or ws-req-overflow-runs > 0
           display "charge-stmt: " ws-unmatched-count
               " run(s) with no ledger row, " ws-unpriced-count
               " unpriced, " ws-bad-rate-count " bad rate row(s)."
           if ws-req-overflow-runs > 0
               display "charge-stmt: more than 200 requesters - "
                   ws-req-overflow-runs " run(s) not charged."
           end-if
           move 4 to return-code
       else
           move 0 to return-code
       end-if.
       goback.
       100-init.
           move 0 to return-code.
           accept ws-today from date yyyymmdd.
           move ws-today(1:6) to ws-month.
           if ws-month-mm = 1
               subtract 1 from ws-month-yyyy
               move 12 to ws-month-mm
           else
               subtract 1 from ws-month-mm
           end-if.
           accept ws-arg-count from argument-number.
           if ws-arg-count >= 1
               move 1 to ws-arg-num
               display ws-arg-num upon argument-number
               move spaces to ws-arg
               accept ws-arg from argument-value
               if ws-arg(1:6) is not numeric
                   or ws-arg(7:1) not = space
                   display "charge-stmt: month must be yyyymm: "
                       function trim(ws-arg)
                   move 16 to return-code
                   go to 100-exit
               end-if
               move ws-arg(1:6) to ws-month
               if ws-month-mm < 1 or ws-month-mm > 12
                   display "charge-stmt: month must be yyyymm: "
                       function trim(ws-arg)
                   move 16 to return-code
                   go to 100-exit
               end-if
           end-if.
           move spaces to ws-report-name.
           string "CHARGES." ws-month ".TXT"
               delimited by size into ws-report-name.
           perform 110-load-operators.
           perform 120-load-rates.
           perform 130-load-jobs.
       100-exit. exit.
       110-load-operators.
           move 0 to ws-oper-count.
           open input operator-file.
           if ws-operator-status = "00"
               perform until ws-operator-status = "10"
                   read operator-file
                       at end move "10" to ws-operator-status
                       not at end
                           if ws-oper-count < 50
                               add 1 to ws-oper-count
                               move fd-op-operator-id
                                   to ws-opr-id(ws-oper-count)
                               move fd-op-dept
                                   to ws-opr-dept(ws-oper-count)
                           end-if
                   end-read
               end-perform
               close operator-file
           end-if.
       120-load-rates.
           move 0 to ws-rate-count.
           open input rate-file.
           if ws-rate-status = "00"
               perform until ws-rate-status = "10"
                   read rate-file
                       at end move "10" to ws-rate-status
                       not at end perform 125-take-one-rate
                   end-read
               end-perform
               close rate-file
           else
               display "charge-stmt: no RATES.DAT - every run is"
                   " unpriced."
           end-if.
       125-take-one-rate.
           if fd-rat-program-id = spaces
               or fd-rat-per-run is not numeric
               or fd-rat-per-second is not numeric
               add 1 to ws-bad-rate-count
               display "charge-stmt: RATES.DAT row not valid,"
                   " ignored: " fd-rate-rec
           else
               if ws-rate-count < 50
                   add 1 to ws-rate-count
                   move fd-rat-program-id
                       to ws-rat-program-id(ws-rate-count)
                   move fd-rat-per-run
                       to ws-rat-per-run(ws-rate-count)
                   move fd-rat-per-second
                       to ws-rat-per-second(ws-rate-count)
               end-if
           end-if.
      *    130-load-jobs: the month's requests that ran - DONE or
      *    FAILED with a run date in the month, and, for a FAILED
      *    one, a run number (a FAILED request without one was
      *    skipped by the operator, or predates run numbers and
      *    can't be told from a skip).
       130-load-jobs.
           move 0 to ws-job-count.
           open input queue-file.
           if ws-queue-status not = "00"
               display "charge-stmt: no WORKQUEUE.DAT on file."
           else
               perform until ws-queue-status = "10"
                   read queue-file
                       at end move "10" to ws-queue-status
                       not at end
                           perform 135-take-one-job thru 135-exit
                   end-read
               end-perform
               close queue-file
           end-if.
       135-take-one-job.
           if fd-que-status not = "DONE"
               and fd-que-status not = "FAILED"
               go to 135-exit
           end-if.
           if fd-que-run-date(1:6) not = ws-month
               go to 135-exit
           end-if.
           if fd-que-run-id is not numeric
               move 0 to fd-que-run-id
           end-if.
           if fd-que-status = "FAILED" and fd-que-run-id = 0
               go to 135-exit
           end-if.
           if ws-job-count >= 500
               move "Y" to ws-job-overflow
               go to 135-exit
           end-if.
           add 1 to ws-job-count.
           move fd-que-requester to ws-job-requester(ws-job-count).
           move fd-que-program-id to ws-job-program-id(ws-job-count).
           move fd-que-run-date to ws-job-run-date(ws-job-count).
           move fd-que-run-id to ws-job-run-id(ws-job-count).
           move 0 to ws-job-elapsed(ws-job-count).
           move "N" to ws-job-matched(ws-job-count).
       135-exit. exit.
      *----------------------------------------------------------------
      *    200-match-ledger: one pass of the journal. A row with a
      *    run number lands on the request launched under it; a row
      *    without one can only be matched the old way, program and
      *    run date, to a request that has no run number either.
       200-match-ledger.
           if ws-job-count = 0
               go to 200-exit
           end-if.
           open input ledger-file.
           if ws-ledger-status not = "00"
               go to 200-exit
           end-if.
           perform until ws-ledger-status = "10"
               read ledger-file
                   at end move "10" to ws-ledger-status
                   not at end perform 210-match-one-row
               end-read
           end-perform.
           close ledger-file.
       200-exit. exit.
       210-match-one-row.
           if fd-led-run-id is not numeric
               move 0 to fd-led-run-id
           end-if.
           move 0 to ws-found-idx.
           perform varying j from 1 by 1
               until j > ws-job-count or ws-found-idx not = 0
               if ws-job-matched(j) = "N"
                   if fd-led-run-id not = 0
                       if ws-job-run-id(j) = fd-led-run-id
                           move j to ws-found-idx
                       end-if
                   else
                       if ws-job-run-id(j) = 0
                           and ws-job-program-id(j) = fd-led-program-id
                           and ws-job-run-date(j) = fd-led-run-date
                           move j to ws-found-idx
                       end-if
                   end-if
               end-if
           end-perform.
           if ws-found-idx not = 0
               move "Y" to ws-job-matched(ws-found-idx)
               move fd-led-elapsed-sec to ws-job-elapsed(ws-found-idx)
           end-if.
      *----------------------------------------------------------------
      *    300-price-one-job: rate the run and add it into its
      *    requester's and department's totals.
       300-price-one-job.
           if ws-job-matched(j) = "N"
               add 1 to ws-unmatched-count
           end-if.
           perform 310-find-rate.
           if ws-rate-found = "N"
               add 1 to ws-unpriced-count
           end-if.
           compute ws-run-charge rounded =
               ws-per-run + ws-job-elapsed(j) * ws-per-second.
           perform 320-find-requester thru 320-exit.
           if r = 0
               add 1 to ws-req-overflow-runs
               go to 300-exit
           end-if.
           add 1 to ws-req-runs(r).
           add ws-job-elapsed(j) to ws-req-seconds(r).
           add ws-run-charge to ws-req-charge(r).
           move 0 to ws-found-idx.
           perform varying k from 1 by 1
               until k > ws-dept-count or ws-found-idx not = 0
               if ws-dpt-id(k) = ws-req-dept(r)
                   move k to ws-found-idx
               end-if
           end-perform.
           if ws-found-idx = 0
               if ws-dept-count >= 50
                   go to 300-exit
               end-if
               add 1 to ws-dept-count
               move ws-dept-count to ws-found-idx
               move ws-req-dept(r) to ws-dpt-id(ws-found-idx)
               move 0 to ws-dpt-runs(ws-found-idx)
               move 0 to ws-dpt-seconds(ws-found-idx)
               move 0 to ws-dpt-charge(ws-found-idx)
           end-if.
           move ws-found-idx to k.
           add 1 to ws-dpt-runs(k).
           add ws-job-elapsed(j) to ws-dpt-seconds(k).
           add ws-run-charge to ws-dpt-charge(k).
           add 1 to ws-grand-runs.
           add ws-job-elapsed(j) to ws-grand-seconds.
           add ws-run-charge to ws-grand-charge.
       300-exit. exit.
       310-find-rate.
           move "N" to ws-rate-found.
           move 0 to ws-per-run ws-per-second.
           perform varying k from 1 by 1
               until k > ws-rate-count or ws-rate-found = "Y"
               if ws-rat-program-id(k) = ws-job-program-id(j)
                   move "Y" to ws-rate-found
                   move ws-rat-per-run(k) to ws-per-run
                   move ws-rat-per-second(k) to ws-per-second
               end-if
           end-perform.
           perform varying k from 1 by 1
               until k > ws-rate-count or ws-rate-found = "Y"
               if ws-rat-program-id(k) = "DEFAULT"
                   move "Y" to ws-rate-found
                   move ws-rat-per-run(k) to ws-per-run
                   move ws-rat-per-second(k) to ws-per-second
               end-if
           end-perform.
       320-find-requester.
           move 0 to ws-found-idx.
           perform varying r from 1 by 1
               until r > ws-req-count or ws-found-idx not = 0
               if ws-req-id(r) = ws-job-requester(j)
                   move r to ws-found-idx
               end-if
           end-perform.
           if ws-found-idx not = 0
               move ws-found-idx to r
               go to 320-exit
           end-if.
           if ws-req-count >= 200
               move 0 to r
               go to 320-exit
           end-if.
           add 1 to ws-req-count.
           move ws-req-count to r.
           move ws-job-requester(j) to ws-req-id(r).
           move "NONE" to ws-req-dept(r).
           perform varying k from 1 by 1 until k > ws-oper-count
               if ws-opr-id(k) = ws-job-requester(j)
                   and ws-opr-dept(k) not = spaces
                   move ws-opr-dept(k) to ws-req-dept(r)
               end-if
           end-perform.
           move 0 to ws-req-runs(r) ws-req-seconds(r).
           move 0 to ws-req-charge(r).
       320-exit. exit.
      *----------------------------------------------------------------
      *    400-print-statement: a page per department, then the
      *    finance summary.
       400-print-statement.
           open output report-out.
           if ws-report-status not = "00"
               display "charge-stmt: cannot write "
                   function trim(ws-report-name)
               move 16 to return-code
               goback
           end-if.
           perform 410-print-one-department
               varying k from 1 by 1 until k > ws-dept-count.
           perform 450-print-summary.
           close report-out.
      *    the dated copy in the report archive (see
      *    src/library/rptarch.cbl) - one month's statement can be
      *    printed more than once, and every printing is kept.
           move function file-report(ws-report-name, "charge-stmt")
               to ws-report-filed.
           if ws-report-filed not = "Y"
               display "charge-stmt: " function trim(ws-report-name)
                   " could not be filed in the report archive."
           end-if.
       400-exit. exit.
       410-print-one-department.
           move ws-dpt-id(k) to ws-cur-dept.
           move spaces to ws-page-title.
           string "DEPARTMENT " ws-cur-dept
               delimited by size into ws-page-title.
           perform 500-write-heading.
           move spaces to rpt-line.
           move "REQUESTER" to rpt-line(1:9).
           move "RUNS" to rpt-line(20:4).
           move "SECONDS" to rpt-line(32:7).
           move "CHARGE" to rpt-line(53:6).
           perform 520-write-line.
           perform 420-print-one-requester thru 420-exit
               varying r from 1 by 1 until r > ws-req-count.
           move spaces to rpt-line.
           perform 520-write-line.
           move spaces to rpt-line.
           move "DEPARTMENT TOTAL" to rpt-line(1:16).
           move ws-dpt-runs(k) to ws-edit-runs.
           move ws-edit-runs to rpt-line(19:5).
           move ws-dpt-seconds(k) to ws-edit-seconds.
           move ws-edit-seconds to rpt-line(28:11).
           move ws-dpt-charge(k) to ws-edit-charge.
           move ws-edit-charge to rpt-line(43:16).
           perform 520-write-line.
           perform 530-finish-page.
       420-print-one-requester.
           if ws-req-dept(r) not = ws-cur-dept
               go to 420-exit
           end-if.
           if ws-line-number > 54
               perform 530-finish-page
               perform 500-write-heading
           end-if.
           move spaces to rpt-line.
           move ws-req-id(r) to rpt-line(1:8).
           move ws-req-runs(r) to ws-edit-runs.
           move ws-edit-runs to rpt-line(19:5).
           move ws-req-seconds(r) to ws-edit-seconds.
           move ws-edit-seconds to rpt-line(28:11).
           move ws-req-charge(r) to ws-edit-charge.
           move ws-edit-charge to rpt-line(43:16).
           perform 520-write-line.
       420-exit. exit.
      *    450-print-summary: every department's totals and the
      *    grand total, with the runs that could not be fully
      *    priced called out so finance knows what the figure rests
      *    on.
       450-print-summary.
           move "CHARGEBACK SUMMARY" to ws-page-title.
           perform 500-write-heading.
           move spaces to rpt-line.
           move "DEPARTMENT" to rpt-line(1:10).
           move "RUNS" to rpt-line(20:4).
           move "SECONDS" to rpt-line(32:7).
           move "CHARGE" to rpt-line(53:6).
           perform 520-write-line.
           perform 460-print-one-summary-line
               varying k from 1 by 1 until k > ws-dept-count.
           move spaces to rpt-line.
           perform 520-write-line.
           move spaces to rpt-line.
           move "GRAND TOTAL" to rpt-line(1:11).
           move ws-grand-runs to ws-edit-grand-runs.
           move ws-edit-grand-runs to rpt-line(15:9).
           move ws-grand-seconds to ws-edit-grand-secs.
           move ws-edit-grand-secs to rpt-line(25:14).
           move ws-grand-charge to ws-edit-grand-charge.
           move ws-edit-grand-charge to rpt-line(41:18).
           perform 520-write-line.
           move spaces to rpt-line.
           perform 520-write-line.
           move spaces to rpt-line.
           string "runs with no ledger row (per-run rate only): "
               ws-unmatched-count
               delimited by size into rpt-line.
           perform 520-write-line.
           move spaces to rpt-line.
           string "runs with no rate on RATES.DAT (not charged): "
               ws-unpriced-count
               delimited by size into rpt-line.
           perform 520-write-line.
           if ws-job-overflow = "Y"
               move spaces to rpt-line
               move "** more than 500 runs - statement incomplete **"
                   to rpt-line
               perform 520-write-line
           end-if.
           if ws-req-overflow-runs > 0
               move spaces to rpt-line
               string "** more than 200 requesters - "
                   ws-req-overflow-runs " run(s) not charged **"
                   delimited by size into rpt-line
               perform 520-write-line
           end-if.
           perform 530-finish-page.
       460-print-one-summary-line.
           move spaces to rpt-line.
           move ws-dpt-id(k) to rpt-line(1:4).
           move ws-dpt-runs(k) to ws-edit-runs.
           move ws-edit-runs to rpt-line(19:5).
           move ws-dpt-seconds(k) to ws-edit-seconds.
           move ws-edit-seconds to rpt-line(28:11).
           move ws-dpt-charge(k) to ws-edit-charge.
           move ws-edit-charge to rpt-line(43:16).
           perform 520-write-line.
      *----------------------------------------------------------------
      *    500-write-heading / 530-finish-page: batch-report's page
      *    discipline - title and month on line 1, the page's own
      *    title on line 2, body padded to the footing on line 58.
       500-write-heading.
           move 0 to ws-line-number.
           move spaces to rpt-line.
           move "MONTHLY USAGE AND CHARGEBACK STATEMENT"
               to rpt-line(1:40).
           move "MONTH:" to rpt-line(58:6).
           move ws-month to rpt-line(65:6).
           perform 520-write-line.
           move spaces to rpt-line.
           move ws-page-title to rpt-line(1:40).
           perform 520-write-line.
           move spaces to rpt-line.
           move "ENVIRONMENT:" to rpt-line(1:12).
           move function run-environment to rpt-line(14:10).
           perform 520-write-line.
       520-write-line.
           write rpt-line.
           add 1 to ws-line-number.
       530-finish-page.
           perform until ws-line-number > 56
               move spaces to rpt-line
               perform 520-write-line
           end-perform.
           move spaces to rpt-line.
           string "*** end of " function trim(ws-page-title) " ***"
               delimited by size into rpt-line.
           perform 520-write-line.
       end program charge-stmt.
