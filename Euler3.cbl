000250         function get-elapsed-seconds
000260         function update-registry
000270         function big-add
000280         function big-compare
000290         function enter-environment.
000300 data division.
000400 working-storage section.
000500     01 ws-limit         pic 9(18)   value 4000000.
001776                         pic x(40).
001780     01 ws-log-result    pic x(18).
001785     01 ws-log-status    pic X.
001787*    build identifier stamped on every ledger row this
001789*    program writes - raised whenever its code changes and
001791*    catalogued in VERSIONS.DAT with version-maint.
001793     01 ws-program-version pic x(08)   value "01.00".
001800 procedure division.
001850 display function enter-environment("euler3").
001900 perform 100-init thru 100-exit.
002000 perform 200-run thru 200-exit.
002100 perform 700-display-result.
011310*    800-log-run: leaves a RESULTS.LED entry and refreshes this
011315*    program's row in the Euler problem registry (see
011320*    src/library/ledger.cbl and src/library/registry.cbl). The
011325*    ledger's result field holds 18 digits, so the whole
011330*    register goes to log-run: the row keeps the last 18 and a
011332*    total past 18 digits lands complete in RESULTS.BIG.
011335 800-log-run.
011340     accept ws-end-time from time.
011345     move function get-elapsed-seconds(ws-start-time,
011365         delimited by size into ws-log-parameters.
011370     move ws-result-big(3183:18) to ws-log-result.
011375     move function log-run("euler3", ws-log-parameters,
011380         ws-result-big, ws-elapsed-sec,
011382         ws-program-version) to ws-log-status.
011385     move function update-registry(2, "euler3",
011390         "Sum of Fibonacci terms under a limit, by parity",
011395         ws-log-result) to ws-log-status.
