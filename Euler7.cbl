001800         function get-elapsed-seconds
001900         function update-registry
001910         function save-checkpoint
001920         function load-checkpoint
001940         function enter-environment.
002000 input-output section.
002100 file-control.
002200     select prime-cache-file assign to "PRIMES.DAT"
004400     01 ws-log-parameters    pic x(40).
004500     01 ws-log-result        pic x(18).
004600     01 ws-log-status        pic X.
004620*    build identifier stamped on every ledger row this
004640*    program writes - raised whenever its code changes and
004660*    catalogued in VERSIONS.DAT with version-maint.
004680     01 ws-program-version   pic x(08)   value "01.00".
004700 procedure division.
004750 display function enter-environment("euler7").
004800 accept ws-start-time from time.
004900 perform 100-init thru 100-exit.
004910 if ws-run-mode = "ESTIMATE"
013100         delimited by size into ws-log-parameters.
013200     move ws-result to ws-log-result.
013300     move function log-run("euler7", ws-log-parameters,
013400         ws-log-result, ws-elapsed-sec,
013450         ws-program-version) to ws-log-status.
013500     move function update-registry(7, "euler7",
013600         "Nth prime via the shared get-primes library",
013700         ws-log-result) to ws-log-status.
