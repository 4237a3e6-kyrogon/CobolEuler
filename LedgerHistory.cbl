      *      3 - to   run-date yyyymmdd (default 99999999)
       environment division.
       configuration section.
           repository.
               function enter-environment.
       input-output section.
       file-control.
           select ledger-file assign to "RESULTS.LED"
           01 ws-match-count       pic 9(07)   value 0.
           01 ws-month-guard       pic 9(03)   value 0.
       procedure division.
       display function enter-environment("ledger-history").
       perform 100-init thru 100-exit.
       display "===== Ledger history ("
           ws-select-program " " ws-from-date " - " ws-to-date
