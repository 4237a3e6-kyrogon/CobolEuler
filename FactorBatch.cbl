      *    Positional parameters: 1 - request file (default
      *    FACTREQS.DAT); 2 - cumulative chain file (default
      *    FACTORS.ALL).
      *    A testor factor-verify has already proven is answered from
      *    the factorization cache (FACTCACHE.IDX) without launching a
      *    child at all - its chain goes to the cumulative file and
      *    its ledger entry is written here, as euler2 itself would
      *    have written it, marked SRC=CACHE.
      *    Every run ends by filing its control totals on
      *    CTLTOTS.DAT (log-control-totals, see
      *    src/library/ctltot.cbl): requests read, accepted and
      *    rejected, testors factored, failed, and deferred - not
      *    reached this run, or already done by the run this one
      *    resumed - for control-balance's nightly in = out proof.
      *    RETURN-CODE 16 when a child failed or a request record is
      *    not numeric; 0 when the whole list completed.
       environment division.
           repository.
               function save-checkpoint
               function load-checkpoint
               function log-access
               function next-run-id
               function current-run-id
               function set-run-id
               function get-factor-chain
               function log-run
               function update-registry
               function log-control-totals
               function enter-environment.
       input-output section.
       file-control.
           select request-file assign to dynamic ws-request-filename
           01 ws-arg-num           pic 9(2).
           01 ws-arg-count         pic 9(2).
           01 ws-log-status        pic X.
      *    build identifier stamped on every ledger row this
      *    program writes - raised whenever its code changes and
      *    catalogued in VERSIONS.DAT with version-maint. The rows go
      *    in under euler2, so the FB- prefix keeps factor-batch's
      *    builds apart from euler2's own.
           01 ws-program-version   pic x(08)   value "FB-01.00".
      *    factor-batch's own run number and the one issued to the
      *    euler2 child in flight (see src/library/runid.cbl).
           01 ws-own-run-id        pic 9(10)   value 0.
           01 ws-child-run-id      pic 9(10)   value 0.
           01 t                    pic 9(03).
      *    a cached answer: the chain as get-factor-chain returns it,
      *    and the ledger entry built from it.
           01 ws-cache-chain.
               05 ws-cch-count     pic 9(03).
               05 ws-cch-factor    pic 9(18)   occurs 60 times.
               05 ws-cch-date      pic 9(08).
               05 ws-cch-time      pic 9(06).
           01 ws-cache-hit         pic X.
           01 ws-cached-count      pic 9(03)   value 0.
           01 ws-largest-prime     pic 9(18).
           01 ws-log-parameters    pic x(40).
           01 ws-log-result        pic x(18).
           01 ws-cache-elapsed     pic 9(05)   value 0.
      *    control totals for CTLTOTS.DAT, counted where each thing
      *    happens; a blank request line is not a request and is not
      *    counted.
           01 ws-control-totals.
               05 ws-ctl-read      pic 9(07)   value 0.
               05 ws-ctl-accepted  pic 9(07)   value 0.
               05 ws-ctl-rejected  pic 9(07)   value 0.
               05 ws-ctl-processed pic 9(07)   value 0.
               05 ws-ctl-failed    pic 9(07)   value 0.
               05 ws-ctl-deferred  pic 9(07)   value 0.
           01 ws-run-started       pic X       value "N".
           01 c                    pic 9(03).
       procedure division.
       display function enter-environment("factor-batch").
       perform 100-init thru 100-exit.
       if return-code not = 0
           perform 700-log-control-totals
           goback
       end-if.
       if ws-testor-count = 0
           display "factor-batch: no requests in "
               function trim(ws-request-filename) "."
           perform 700-log-control-totals
           move 0 to return-code
           goback
       end-if.
       move "Y" to ws-run-started.
       perform 200-run-list thru 200-exit.
       perform 700-log-control-totals.
       if return-code = 0
           move function save-checkpoint("factorbat", ws-ckp-clear)
               to ws-ckp-status
           display "factor-batch: " ws-done-count " testor(s)"
               " factored, chains appended to "
               function trim(ws-bulk-filename) "."
           display "factor-batch: " ws-cached-count " of them"
               " answered from the factorization cache."
       end-if.
       goback.
       100-init.
           move 0 to return-code.
           move function current-run-id to ws-own-run-id.
           accept ws-arg-count from argument-number.
           if ws-arg-count >= 1
               move 1 to ws-arg-num
           if fd-request-rec = spaces
               continue
           else
               add 1 to ws-ctl-read
               move function test-numval(fd-request-rec)
                   to ws-numval-check
               if ws-numval-check not = 0
                   display "factor-batch: request is not numeric: "
                       fd-request-rec
                   move "Y" to ws-bad-request
                   add 1 to ws-ctl-rejected
               else
                   if ws-testor-count >= 200
                       move "Y" to ws-testor-overflow
                       add 1 to ws-ctl-rejected
                   else
                       add 1 to ws-ctl-accepted
                       add 1 to ws-testor-count
                       compute ws-testor(ws-testor-count) =
                           function numval(fd-request-rec)
      *    anywhere inside the child leaves the checkpoint naming
      *    this same testor, so the resumed driver re-launches it and
      *    euler2's own CHECKPT2.BULK.DAT state finishes the job.
      *    Each child runs under its own run number, so a testor's
      *    ledger row and access record join up in run-trace.
       210-run-one-testor.
           move ws-request-filename to ws-ckp-filename.
           move t to ws-ckp-next.
           move function save-checkpoint("factorbat", ws-ckp-state)
               to ws-ckp-status.
           perform 220-answer-from-cache thru 220-exit.
           if ws-cache-hit = "Y"
               add 1 to ws-done-count
               add 1 to ws-cached-count
               add 1 to ws-ctl-processed
               go to 210-exit
           end-if.
           move spaces to ws-full-command.
           string "./euler2 " ws-testor(t) " CHECKPT2.BULK.DAT"
               delimited by size into ws-full-command.
           display "factor-batch: testor " t " of " ws-testor-count
               ": " ws-testor(t).
           move function next-run-id to ws-child-run-id.
           move function set-run-id(ws-child-run-id)
               to ws-log-status.
           move function log-access(ws-operator-id, ws-full-command,
               spaces) to ws-log-status.
           call "SYSTEM" using ws-full-command.
           move return-code to ws-child-rc.
           move function set-run-id(ws-own-run-id)
               to ws-log-status.
           move 0 to return-code.
           if ws-child-rc not = 0
               move ws-child-rc to ws-child-rc-show
                   ws-child-rc-show " - stopping, rerun to resume"
                   " at this testor."
               move 16 to return-code
               add 1 to ws-ctl-failed
               go to 210-exit
           end-if.
           perform 300-append-chain thru 300-exit.
           if return-code = 0
               add 1 to ws-ctl-processed
           else
               add 1 to ws-ctl-failed
           end-if.
           add 1 to ws-done-count.
       210-exit. exit.
      *----------------------------------------------------------------
      *    220-answer-from-cache: a cached chain was proven by
      *    factor-verify, so it is appended to the cumulative file in
      *    the same testor-then-chain shape 300-append-chain copies,
      *    and the testor gets the ledger entry and registry refresh
      *    euler2's 800-log-run would have given it - under its own
      *    run number, elapsed zero, parameters marked SRC=CACHE.
       220-answer-from-cache.
           move "N" to ws-cache-hit.
           move function get-factor-chain(ws-testor(t))
               to ws-cache-chain.
           if ws-cache-chain = spaces
               go to 220-exit
           end-if.
           if ws-cch-count is not numeric or ws-cch-count = 0
               or ws-cch-count > 60
               go to 220-exit
           end-if.
           move "Y" to ws-cache-hit.
           display "factor-batch: testor " t " of " ws-testor-count
               ": " ws-testor(t) " - answered from the cache.".
           open extend bulk-file.
           if ws-bulk-status = "35"
               open output bulk-file
           end-if.
           move ws-testor(t) to fd-bulk-rec.
           write fd-bulk-rec.
           move 0 to ws-largest-prime.
           perform varying c from 1 by 1 until c > ws-cch-count
               move ws-cch-factor(c) to fd-bulk-rec
               write fd-bulk-rec
               if ws-cch-factor(c) > ws-largest-prime
                   move ws-cch-factor(c) to ws-largest-prime
               end-if
           end-perform.
           close bulk-file.
           move function next-run-id to ws-child-run-id.
           move function set-run-id(ws-child-run-id)
               to ws-log-status.
           move spaces to ws-log-parameters.
           string "TESTOR=" ws-testor(t) " SRC=CACHE"
               delimited by size into ws-log-parameters.
           move ws-largest-prime to ws-log-result.
           move function log-access(ws-operator-id,
               ws-log-parameters, spaces) to ws-log-status.
           move function log-run("euler2", ws-log-parameters,
               ws-log-result, ws-cache-elapsed,
               ws-program-version) to ws-log-status.
           move function update-registry(3, "euler2",
               "Largest prime factor of a supplied number",
               ws-log-result) to ws-log-status.
           move function set-run-id(ws-own-run-id)
               to ws-log-status.
       220-exit. exit.
      *----------------------------------------------------------------
      *    300-append-chain: euler2's 950-write-factor-file rewrites
      *    FACTORS.DAT whole each run - it always describes the most
      *    recent factorization - so its records are copied onto the
           close bulk-file.
           close factor-file.
       300-exit. exit.
      *----------------------------------------------------------------
      *    700-log-control-totals: deferred testors are the ones this
      *    run never reached - those before the resume point, and
      *    those after the testor the list stopped on (200-run-list
      *    leaves t one past the last testor it ran). A list refused
      *    at load never started, so all of it is deferred.
       700-log-control-totals.
           if ws-run-started = "N"
               move ws-ctl-accepted to ws-ctl-deferred
           else
               compute ws-ctl-deferred = (ws-next-index - 1)
                   + (ws-testor-count + 1 - t)
           end-if.
           move function log-control-totals("factor-batch",
               ws-request-filename, ws-control-totals)
               to ws-log-status.
       end program factor-batch.
