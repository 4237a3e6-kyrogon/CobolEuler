               function count-divisors
               function log-run
               function get-elapsed-seconds
               function update-registry
               function enter-environment.
       data division.
       working-storage section.
           01 ws-target            pic 9(4)    value 500.
           01 ws-log-parameters    pic x(40).
           01 ws-log-result        pic x(18).
           01 ws-log-status        pic X.
      *    build identifier stamped on every ledger row this
      *    program writes - raised whenever its code changes and
      *    catalogued in VERSIONS.DAT with version-maint.
           01 ws-program-version   pic x(08)   value "01.00".
       procedure division.
       display function enter-environment("euler12").
       accept ws-start-time from time.
       perform 100-init thru 100-exit.
       perform 200-run thru 200-exit.
               delimited by size into ws-log-parameters.
           move ws-triangle to ws-log-result.
           move function log-run("euler12", ws-log-parameters,
               ws-log-result, ws-elapsed-sec,
               ws-program-version) to ws-log-status.
           move function update-registry(12, "euler12",
               "First triangle number with more than N divisors",
               ws-log-result) to ws-log-status.
