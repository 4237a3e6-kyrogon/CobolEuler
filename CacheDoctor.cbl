       environment division.
       configuration section.
           repository.
               function is-prime
               function enter-environment.
       input-output section.
       file-control.
           select prime-cache-file assign to "PRIMES.DAT"
           01 ws-range-bad         pic X       value "N".
           01 ws-cache-eof         pic X       value "N".
       procedure division.
       display function enter-environment("cache-doctor").
       perform 100-init thru 100-exit.
       if ws-cache-status not = "00"
           display "cache-doctor: no PRIMES.DAT on file - nothing"
