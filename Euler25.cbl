               function big-add
               function log-run
               function get-elapsed-seconds
               function update-registry
               function enter-environment.
       data division.
       working-storage section.
           01 ws-digits            pic 9(04)   value 1000.
           01 ws-log-parameters    pic x(40).
           01 ws-log-result        pic x(18).
           01 ws-log-status        pic X.
      *    build identifier stamped on every ledger row this
      *    program writes - raised whenever its code changes and
      *    catalogued in VERSIONS.DAT with version-maint.
           01 ws-program-version   pic x(08)   value "01.00".
           01 ws-log-rc            pic 9(04).
       procedure division.
       display function enter-environment("euler25").
       accept ws-start-time from time.
       perform 100-init thru 100-exit.
       if return-code not = 0
               delimited by size into ws-log-parameters.
           move ws-term-index to ws-log-result.
           move function log-run("euler25", ws-log-parameters,
               ws-log-result, ws-elapsed-sec,
               ws-program-version) to ws-log-status.
           move function update-registry(25, "euler25",
               "First Fibonacci term with N digits",
               ws-log-result) to ws-log-status.
