      *    filename, mirroring euler2's own checkpoint-file override,
      *    so chains saved aside from several runs can each be
      *    verified.
      *    A chain that passes is also filed in the factorization
      *    cache (FACTCACHE.IDX, see src/library/factcache.cbl) - the
      *    only way a chain gets there - so euler2 and factor-batch
      *    can answer that testor again without refactoring it.
       environment division.
       configuration section.
           repository.
               function is-prime
               function put-factor-chain
               function enter-environment.
       input-output section.
       file-control.
           select factor-file assign to dynamic ws-factor-filename
           01 ws-arg-count         pic 9(2).
           01 ws-full-time         pic 9(08).
           01 k                    pic 9(03).
      *    the chain as filed in the cache - the layout
      *    get-factor-chain hands back.
           01 ws-cache-chain.
               05 ws-cch-count     pic 9(03).
               05 ws-cch-factor    pic 9(18)   occurs 60 times.
               05 ws-cch-date      pic 9(08).
               05 ws-cch-time      pic 9(06).
           01 ws-cache-status      pic X.
       procedure division.
       display function enter-environment("factor-verify").
       perform 100-init thru 100-exit.
       if ws-factor-status not = "00"
           display "factor-verify: no " function
       perform 200-verify-chain thru 200-exit.
       perform 300-report thru 300-exit.
       perform 400-write-verify-record thru 400-exit.
       perform 500-file-in-cache thru 500-exit.
       if ws-failed = "Y"
           move 16 to return-code
       else
           divide ws-full-time by 100 giving fd-ver-run-time.
           write fd-verify-rec.
           close verify-file.
           move fd-ver-run-date to ws-cch-date.
           move fd-ver-run-time to ws-cch-time.
       400-exit. exit.
      *----------------------------------------------------------------
      *    500-file-in-cache: a passed chain goes to the cache stamped
      *    with the same date and time as its FACTVRFY.DAT verdict, so
      *    fact-cache can point an auditor at the proof behind every
      *    cached answer.
       500-file-in-cache.
           if ws-failed = "Y" or ws-nprimes > 60
               go to 500-exit
           end-if.
           move ws-nprimes to ws-cch-count.
           perform varying k from 1 by 1 until k > 60
               if k > ws-nprimes
                   move 0 to ws-cch-factor(k)
               else
                   move ws-prime(k) to ws-cch-factor(k)
               end-if
           end-perform.
           move function put-factor-chain(ws-orig-testor,
               ws-cache-chain) to ws-cache-status.
           if ws-cache-status = "Y"
               display "Chain filed in the factorization cache."
           else
               display "factor-verify: chain could not be filed in"
                   " FACTCACHE.IDX - the cache is unchanged."
           end-if.
       500-exit. exit.
       end program factor-verify.
