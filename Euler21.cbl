               function get-elapsed-seconds
               function update-registry
               function save-checkpoint
               function load-checkpoint
               function enter-environment.
       input-output section.
       file-control.
           select sum-cache-file assign to "DIVSUMS.DAT"
           01 ws-log-parameters    pic x(40).
           01 ws-log-result        pic x(18).
           01 ws-log-status        pic X.
      *    build identifier stamped on every ledger row this
      *    program writes - raised whenever its code changes and
      *    catalogued in VERSIONS.DAT with version-maint.
           01 ws-program-version   pic x(08)   value "01.00".
           01 ws-log-rc            pic 9(04).
           01 d                    pic 9(09).
           01 m                    pic 9(09).
       procedure division.
       display function enter-environment("euler21").
       accept ws-start-time from time.
       perform 100-init thru 100-exit.
       if return-code not = 0
               delimited by size into ws-log-parameters.
           move ws-total to ws-log-result.
           move function log-run("euler21", ws-log-parameters,
               ws-log-result, ws-elapsed-sec,
               ws-program-version) to ws-log-status.
           move function update-registry(21, "euler21",
               "Sum of amicable numbers under a limit",
               ws-log-result) to ws-log-status.
