               function save-big-state
               function load-big-state
               function big-add
               function big-multiply
               function enter-environment.
       data division.
       working-storage section.
           01 ws-power         pic 9(10).
                               pic x(40).
           01 ws-log-result    pic x(18).
           01 ws-log-status    pic X.
      *    build identifier stamped on every ledger row this
      *    program writes - raised whenever its code changes and
      *    catalogued in VERSIONS.DAT with version-maint.
           01 ws-program-version pic x(08)   value "01.00".
           01 ws-log-rc        pic 9(04).
           01 ws-resume-start  pic 9(4).
      *    restart state carried through the shared checkpoint service
           01 ws-diverged      pic X       value "N".

       procedure division.
       display function enter-environment("euler48").
       accept ws-start-time from time.
       perform 100-init thru 100-exit.
       if return-code not = 0
                       delimited by size into ws-log-parameters
           end-evaluate.
      *    the ledger's result field holds 18 digits; a FULL run logs
      *    its last 18 (those still agree with the LAST10 run's
      *    tail) and hands log-run the whole register, so the
      *    complete sum lands in RESULTS.BIG for mod-check and the
      *    other readers. An overflowed FULL run logs the word
      *    OVERFLOW, not the sentinel's tail - a row reconcile can
      *    only ever flag, never quietly match.
           evaluate true
               when ws-mode = "FULL" and ws-full-overflow = "Y"
                   move "OVERFLOW" to ws-log-result
               when other
                   move ws-result to ws-log-result
           end-evaluate.
           if ws-mode = "FULL" and ws-full-overflow = "N"
               move function log-run("euler48", ws-log-parameters,
                   ws-big-result, ws-elapsed-sec,
                   ws-program-version) to ws-log-status
           else
               move function log-run("euler48", ws-log-parameters,
                   ws-log-result, ws-elapsed-sec,
                   ws-program-version) to ws-log-status
           end-if.
           move function update-registry(48, "euler48",
               "Last ten digits of the sum of self powers",
               ws-log-result) to ws-log-status.
