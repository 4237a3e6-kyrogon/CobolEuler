       configuration section.
           repository.
               function lock-acquire
               function lock-release
               function enter-environment.
       input-output section.
       file-control.
           select ledger-file assign to "RESULTS.LED"
           01 e                    pic 9(03).
           01 r                    pic 9(03).
       procedure division.
       display function enter-environment("registry-rebuild").
       perform 100-load-reference thru 100-exit.
       perform 200-walk-ledger thru 200-exit.
       if ws-entry-count = 0
