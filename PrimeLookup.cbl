               function is-prime
               function get-primes
               function log-run
               function get-elapsed-seconds
               function enter-environment.
       input-output section.
       file-control.
           select prime-cache-file assign to "PRIMES.DAT"
           01 ws-log-parameters    pic x(40).
           01 ws-log-result        pic x(18).
           01 ws-log-status        pic X.
      *    build identifier stamped on every ledger row this
      *    program writes - raised whenever its code changes and
      *    catalogued in VERSIONS.DAT with version-maint.
           01 ws-program-version   pic x(08)   value "01.00".
       procedure division.
       display function enter-environment("prime-lookup").
       accept ws-start-time from time.
       perform 100-init thru 100-exit.
       if return-code not = 0
           end-if.
           move ws-result to ws-log-result.
           move function log-run("prlookup", ws-log-parameters,
               ws-log-result, ws-elapsed-sec,
               ws-program-version) to ws-log-status.
       end program prime-lookup.
