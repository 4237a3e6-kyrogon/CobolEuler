       identification division.
       program-id. summary-rebuild.
      *----------------------------------------------------------------
      *    summary-rebuild: regenerates RESULTS.SUM, the daily summary
      *    log-run keeps as each run is logged (log-summary, see
      *    src/library/ledger.cbl), from the ledger itself - every
      *    archive generation ledger-archive has cut
      *    (RESULTS.YyyyyMmm.LED, the month walk ledger-stats and
      *    ledger-history use) and then the live RESULTS.LED. The
      *    summary is derived data; this is how it is put right
      *    after anything rewrites the journal behind log-run's back
      *    (ledger-correct, state-restore, ledger-merge, snap-import)
      *    or when it is first introduced on a site with history.
      *    Every row goes through the very same log-summary fold the
      *    live path uses, so a rebuilt summary and a maintained one
      *    cannot disagree about what a day's figures are.
      *    The rebuild holds the RESULTS.LED lock throughout, as
      *    registry-rebuild does, so no run can log into the summary
      *    half-way through.
      *    Positional parameter (optional): 1 - the earliest archive
      *    month to read, yyyymm (default ten years back, the month
      *    guard ledger-history carries).
      *    RETURN-CODE 0, 16 on a bad month.
       environment division.
       configuration section.
           repository.
               function lock-acquire
               function lock-release
               function log-summary
               function enter-environment.
       input-output section.
       file-control.
           select ledger-file assign to "RESULTS.LED"
               organization is line sequential
               file status is ws-ledger-status.
           select archive-file assign to dynamic ws-archive-filename
               organization is line sequential
               file status is ws-archive-status.
           select summary-file assign to "RESULTS.SUM"
               organization is indexed
               access mode is random
               record key is fd-sum-key
               file status is ws-summary-status.
       data division.
       file section.
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
       fd archive-file.
       01 fd-archive-rec.
           05 fd-arc-program-id    pic x(08).
           05 fd-arc-parameters    pic x(40).
           05 fd-arc-result        pic x(18).
           05 fd-arc-run-date      pic 9(08).
           05 fd-arc-run-time      pic 9(06).
           05 fd-arc-elapsed-sec   pic 9(05).
           05 fd-arc-run-id        pic 9(10).
           05 fd-arc-full-figure   pic x(01).
           05 fd-arc-version       pic x(08).
       fd summary-file.
       01 fd-summary-rec.
           05 fd-sum-key.
               10 fd-sum-program-id    pic x(08).
               10 fd-sum-parameters    pic x(40).
               10 fd-sum-run-date      pic 9(08).
           05 fd-sum-rest          pic x(72).
       working-storage section.
           01 ws-ledger-status     pic x(02)   value "00".
           01 ws-archive-status    pic x(02)   value "00".
           01 ws-summary-status    pic x(02)   value "00".
           01 ws-archive-filename  pic x(40).
           01 ws-lock-status       pic X.
           01 ws-fold-status       pic X.
           01 ws-today             pic 9(08).
           01 ws-from-yyyymm       pic 9(06)   value 0.
           01 ws-to-yyyymm         pic 9(06).
           01 ws-walk-yyyymm       pic 9(06).
           01 ws-walk-year         pic 9(04).
           01 ws-walk-month        pic 9(02).
           01 ws-month-guard       pic 9(03)   value 0.
           01 ws-generation-count  pic 9(03)   value 0.
           01 ws-archive-rows      pic 9(07)   value 0.
           01 ws-live-rows         pic 9(07)   value 0.
           01 ws-elapsed           pic 9(05).
           01 ws-arg               pic x(40).
           01 ws-arg-num           pic 9(2).
           01 ws-arg-count         pic 9(2).
       procedure division.
       display function enter-environment("summary-rebuild").
       perform 100-init thru 100-exit.
       if return-code not = 0
           goback
       end-if.
       move function lock-acquire("RESULTS.LED") to ws-lock-status.
       perform 150-empty-summary.
       perform 200-walk-archives thru 200-exit.
       perform 300-walk-live thru 300-exit.
       move function lock-release("RESULTS.LED") to ws-lock-status.
       display "summary-rebuild: RESULTS.SUM rebuilt from "
           ws-generation-count " archive generation(s) ("
           ws-archive-rows " row(s)) and " ws-live-rows
           " live row(s).".
       move 0 to return-code.
       goback.
       100-init.
           move 0 to return-code.
           accept ws-today from date yyyymmdd.
           compute ws-to-yyyymm = ws-today / 100.
           accept ws-arg-count from argument-number.
           if ws-arg-count >= 1
               move 1 to ws-arg-num
               display ws-arg-num upon argument-number
               move spaces to ws-arg
               accept ws-arg from argument-value
               if ws-arg(1:6) is not numeric
                   or ws-arg(7:1) not = space
                   display "summary-rebuild: month must be yyyymm: "
                       function trim(ws-arg)
                   move 16 to return-code
                   go to 100-exit
               end-if
               move ws-arg(1:6) to ws-from-yyyymm
           end-if.
           if ws-from-yyyymm = 0
               compute ws-walk-year = (ws-to-yyyymm / 100) - 10
               compute ws-walk-month =
                   function mod(ws-to-yyyymm, 100)
               compute ws-from-yyyymm =
                   ws-walk-year * 100 + ws-walk-month
           end-if.
       100-exit. exit.
      *    150-empty-summary: a rebuild starts from nothing - the old
      *    summary is exactly what is not trusted.
       150-empty-summary.
           open output summary-file.
           close summary-file.
       200-walk-archives.
           move ws-from-yyyymm to ws-walk-yyyymm.
           perform until ws-walk-yyyymm > ws-to-yyyymm
               or ws-month-guard > 120
               add 1 to ws-month-guard
               perform 220-read-one-generation
               perform 230-advance-month
           end-perform.
       200-exit. exit.
       220-read-one-generation.
           compute ws-walk-year = ws-walk-yyyymm / 100.
           compute ws-walk-month = function mod(ws-walk-yyyymm, 100).
           move spaces to ws-archive-filename.
           string "RESULTS.Y" ws-walk-year "M" ws-walk-month
               ".LED" delimited by size into ws-archive-filename.
           move "00" to ws-archive-status.
           open input archive-file.
           if ws-archive-status not = "00"
               continue
           else
               add 1 to ws-generation-count
               perform until ws-archive-status = "10"
                   read archive-file
                       at end move "10" to ws-archive-status
                       not at end
                           add 1 to ws-archive-rows
                           move 0 to ws-elapsed
                           if fd-arc-elapsed-sec is numeric
                               move fd-arc-elapsed-sec to ws-elapsed
                           end-if
                           move function log-summary(
                               fd-arc-program-id, fd-arc-parameters,
                               fd-arc-result, fd-arc-run-date,
                               fd-arc-run-time, ws-elapsed,
                               fd-arc-version) to ws-fold-status
                   end-read
               end-perform
               close archive-file
           end-if.
       230-advance-month.
           compute ws-walk-year = ws-walk-yyyymm / 100.
           compute ws-walk-month = function mod(ws-walk-yyyymm, 100).
           if ws-walk-month = 12
               add 1 to ws-walk-year
               move 1 to ws-walk-month
           else
               add 1 to ws-walk-month
           end-if.
           compute ws-walk-yyyymm =
               ws-walk-year * 100 + ws-walk-month.
       300-walk-live.
           open input ledger-file.
           if ws-ledger-status not = "00"
               go to 300-exit
           end-if.
           perform until ws-ledger-status = "10"
               read ledger-file
                   at end move "10" to ws-ledger-status
                   not at end
                       add 1 to ws-live-rows
                       move 0 to ws-elapsed
                       if fd-led-elapsed-sec is numeric
                           move fd-led-elapsed-sec to ws-elapsed
                       end-if
                       move function log-summary(fd-led-program-id,
                           fd-led-parameters, fd-led-result,
                           fd-led-run-date, fd-led-run-time,
                           ws-elapsed, fd-led-version)
                           to ws-fold-status
               end-read
           end-perform.
           close ledger-file.
       300-exit. exit.
       end program summary-rebuild.
