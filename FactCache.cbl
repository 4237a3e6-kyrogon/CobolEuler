       identification division.
       program-id. fact-cache.
      *----------------------------------------------------------------
      *    fact-cache: maintenance for the factorization cache
      *    (FACTCACHE.IDX, see src/library/factcache.cbl) that euler2
      *    and factor-batch answer known testors from. factor-verify
      *    is the only thing that files a chain; this program looks
      *    after what is there.
      *    Modes (positional parameter 1):
      *      LIST     - every cached testor, its factor count, its
      *                 largest factor and when it was proved; with
      *                 a testor in parameter 2, that testor's whole
      *                 chain (the default mode);
      *      PURGE    - parameter 2 names the testor to drop, or ALL
      *                 to empty the cache;
      *      REVERIFY - every cached chain (or only the testor in
      *                 parameter 2) is proven again the way
      *                 factor-verify proves one - every factor
      *                 prime, the product the testor - and the
      *                 verdict appended to FACTVRFY.DAT. A chain
      *                 that passes is restamped with the new proof;
      *                 one that fails is dropped from the cache, so
      *                 nothing is ever answered from it again.
      *    PURGE and REVERIFY run under the cache's shared lock and
      *    are logged through log-access. RETURN-CODE 16 when a
      *    named testor is not cached, the cache is not on file for
      *    a PURGE, or a REVERIFY dropped a chain; 0 otherwise.
       environment division.
       configuration section.
           repository.
               function is-prime
               function log-access
               function lock-acquire
               function lock-release
               function enter-environment.
       input-output section.
       file-control.
           select cache-file assign to "FACTCACHE.IDX"
               organization is indexed
               access mode is dynamic
               record key is fd-fc-testor
               file status is ws-cache-status.
           select verify-file assign to "FACTVRFY.DAT"
               organization is line sequential
               file status is ws-verify-status.
       data division.
       file section.
       fd cache-file.
       01 fd-cache-rec.
           05 fd-fc-testor         pic 9(18).
           05 fd-fc-count          pic 9(03).
           05 fd-fc-factor         pic 9(18)   occurs 60 times.
           05 fd-fc-ver-date       pic 9(08).
           05 fd-fc-ver-time       pic 9(06).
       fd verify-file.
       01 fd-verify-rec.
           05 fd-ver-testor        pic 9(18).
           05 fd-ver-status        pic x(04).
           05 fd-ver-factors       pic 9(03).
           05 fd-ver-reason        pic x(30).
           05 fd-ver-run-date      pic 9(08).
           05 fd-ver-run-time      pic 9(06).
       working-storage section.
           01 ws-cache-status      pic x(02)   value "00".
           01 ws-verify-status     pic x(02)   value "00".
           01 ws-operator-id       pic x(08)   value "FACTCACH".
           01 ws-mode              pic x(08)   value "LIST".
           01 ws-target            pic x(18)   value spaces.
           01 ws-target-testor     pic 9(18)   value 0.
           01 ws-cache-eof         pic X       value "N".
           01 ws-entry-count       pic 9(05)   value 0.
           01 ws-dropped-count     pic 9(05)   value 0.
           01 ws-passed-count      pic 9(05)   value 0.
           01 ws-largest           pic 9(18).
           01 ws-product           pic 9(18).
           01 ws-failed            pic X.
           01 ws-reason            pic x(30).
           01 ws-today             pic 9(08).
           01 ws-full-time         pic 9(08).
           01 ws-now-time          pic 9(06).
           01 ws-log-parms         pic x(40).
           01 ws-log-status        pic X.
           01 ws-lock-status       pic X.
           01 ws-numval-check      pic S9(4)   comp.
           01 ws-arg               pic x(40).
           01 ws-arg-num           pic 9(2).
           01 ws-arg-count         pic 9(2).
           01 k                    pic 9(03).
       procedure division.
       display function enter-environment("fact-cache").
       perform 100-init thru 100-exit.
       if return-code not = 0
           goback
       end-if.
       evaluate ws-mode
           when "LIST"
               perform 200-list thru 200-exit
           when "PURGE"
               perform 300-purge thru 300-exit
           when "REVERIFY"
               perform 400-reverify thru 400-exit
           when other
               display "fact-cache: unknown mode " ws-mode
                   " - LIST, PURGE or REVERIFY."
               move 16 to return-code
       end-evaluate.
       goback.
       100-init.
           move 0 to return-code.
           accept ws-arg-count from argument-number.
           if ws-arg-count >= 1
               move 1 to ws-arg-num
               display ws-arg-num upon argument-number
               move spaces to ws-arg
               accept ws-arg from argument-value
               move ws-arg to ws-mode
           end-if.
           if ws-arg-count >= 2
               move 2 to ws-arg-num
               display ws-arg-num upon argument-number
               move spaces to ws-arg
               accept ws-arg from argument-value
               move ws-arg to ws-target
           end-if.
           if ws-target = spaces or ws-target = "ALL"
               go to 100-exit
           end-if.
           move function test-numval(ws-target) to ws-numval-check.
           if ws-numval-check not = 0
               display "fact-cache: testor is not numeric: " ws-target
               move 16 to return-code
               go to 100-exit
           end-if.
           compute ws-target-testor = function numval(ws-target).
       100-exit. exit.
      *----------------------------------------------------------------
      *    200-list: one line per cached testor in key order, or the
      *    whole chain of the one testor asked for.
       200-list.
           open input cache-file.
           if ws-cache-status not = "00"
               display "fact-cache: no FACTCACHE.IDX on file - the"
                   " cache is empty."
               go to 200-exit
           end-if.
           display " ".
           display "===== Factorization cache =====".
           if ws-target-testor not = 0
               perform 210-list-one-chain thru 210-exit
               close cache-file
               go to 200-exit
           end-if.
           display "TESTOR               FACTORS LARGEST FACTOR"
               "        PROVED".
           move "N" to ws-cache-eof.
           perform until ws-cache-eof = "Y"
               read cache-file next record
                   at end move "Y" to ws-cache-eof
                   not at end perform 220-list-one-entry
               end-read
           end-perform.
           close cache-file.
           display ws-entry-count " testor(s) cached.".
       200-exit. exit.
       210-list-one-chain.
           move ws-target-testor to fd-fc-testor.
           read cache-file
               invalid key
                   display "fact-cache: testor " ws-target-testor
                       " is not cached."
                   move 16 to return-code
                   go to 210-exit
           end-read.
           display "Testor:  " fd-fc-testor.
           display "Proved:  " fd-fc-ver-date " " fd-fc-ver-time.
           display "Factors: " fd-fc-count.
           perform varying k from 1 by 1 until k > fd-fc-count
               display "  " fd-fc-factor(k)
           end-perform.
       210-exit. exit.
       220-list-one-entry.
           add 1 to ws-entry-count.
           move 0 to ws-largest.
           perform varying k from 1 by 1
               until k > fd-fc-count or k > 60
               if fd-fc-factor(k) > ws-largest
                   move fd-fc-factor(k) to ws-largest
               end-if
           end-perform.
           display fd-fc-testor "   " fd-fc-count "   " ws-largest
               "  " fd-fc-ver-date " " fd-fc-ver-time.
      *----------------------------------------------------------------
      *    300-purge: one testor, or ALL - emptying the file outright,
      *    the way cache-doctor empties PRIMES.IDX. A purged testor is
      *    simply factored again the next time it is asked for.
       300-purge.
           if ws-target = spaces
               display "fact-cache: PURGE needs a testor or ALL."
               move 16 to return-code
               go to 300-exit
           end-if.
           move spaces to ws-log-parms.
           string "PURGE " ws-target delimited by size
               into ws-log-parms.
           move function log-access(ws-operator-id, "fact-cache",
               ws-log-parms) to ws-log-status.
           move function lock-acquire("FACTCACHE.IDX")
               to ws-lock-status.
           if ws-target = "ALL"
               open output cache-file
               close cache-file
               display "fact-cache: cache emptied."
               go to 300-release
           end-if.
           open i-o cache-file.
           if ws-cache-status not = "00"
               display "fact-cache: no FACTCACHE.IDX on file."
               move 16 to return-code
               go to 300-release
           end-if.
           move ws-target-testor to fd-fc-testor.
           delete cache-file record
               invalid key
                   display "fact-cache: testor " ws-target-testor
                       " is not cached."
                   move 16 to return-code
               not invalid key
                   display "fact-cache: testor " ws-target-testor
                       " purged."
           end-delete.
           close cache-file.
       300-release.
           move function lock-release("FACTCACHE.IDX")
               to ws-lock-status.
       300-exit. exit.
      *----------------------------------------------------------------
      *    400-reverify: each chain is proven again and its verdict
      *    written to FACTVRFY.DAT beside factor-verify's own, so the
      *    auditor's file shows every proof a cached answer rests on.
       400-reverify.
           move spaces to ws-log-parms.
           string "REVERIFY " ws-target delimited by size
               into ws-log-parms.
           move function log-access(ws-operator-id, "fact-cache",
               ws-log-parms) to ws-log-status.
           move function lock-acquire("FACTCACHE.IDX")
               to ws-lock-status.
           open i-o cache-file.
           if ws-cache-status not = "00"
               display "fact-cache: no FACTCACHE.IDX on file - the"
                   " cache is empty."
               go to 400-release
           end-if.
           open extend verify-file.
           if ws-verify-status = "35"
               open output verify-file
           end-if.
           accept ws-today from date yyyymmdd.
           accept ws-full-time from time.
           divide ws-full-time by 100 giving ws-now-time.
           if ws-target-testor not = 0
               move ws-target-testor to fd-fc-testor
               read cache-file
                   invalid key
                       display "fact-cache: testor " ws-target-testor
                           " is not cached."
                       move 16 to return-code
                   not invalid key
                       perform 410-reverify-one-chain
               end-read
           else
               move "N" to ws-cache-eof
               perform until ws-cache-eof = "Y"
                   read cache-file next record
                       at end move "Y" to ws-cache-eof
                       not at end perform 410-reverify-one-chain
                   end-read
               end-perform
           end-if.
           close verify-file.
           close cache-file.
           display "fact-cache: " ws-passed-count " chain(s) proven, "
               ws-dropped-count " dropped.".
           if ws-dropped-count > 0
               move 16 to return-code
           end-if.
       400-release.
           move function lock-release("FACTCACHE.IDX")
               to ws-lock-status.
       400-exit. exit.
       410-reverify-one-chain.
           perform 420-prove-chain thru 420-exit.
           move spaces to fd-verify-rec.
           move fd-fc-testor to fd-ver-testor.
           move fd-fc-count to fd-ver-factors.
           move ws-reason to fd-ver-reason.
           move ws-today to fd-ver-run-date.
           move ws-now-time to fd-ver-run-time.
           if ws-failed = "Y"
               move "FAIL" to fd-ver-status
               write fd-verify-rec
               display "fact-cache: testor " fd-fc-testor " FAILED - "
                   ws-reason " - dropped."
               delete cache-file record
                   invalid key continue
               end-delete
               add 1 to ws-dropped-count
           else
               move "PASS" to fd-ver-status
               write fd-verify-rec
               move ws-today to fd-fc-ver-date
               move ws-now-time to fd-fc-ver-time
               rewrite fd-cache-rec
                   invalid key continue
               end-rewrite
               add 1 to ws-passed-count
           end-if.
      *    420-prove-chain: factor-verify's two proofs, in its order
      *    and with its reasons.
       420-prove-chain.
           move "N" to ws-failed.
           move spaces to ws-reason.
           if fd-fc-count is not numeric or fd-fc-count = 0
               or fd-fc-count > 60
               move "Y" to ws-failed
               move "empty factor chain" to ws-reason
               go to 420-exit
           end-if.
           perform varying k from 1 by 1
               until k > fd-fc-count or ws-failed = "Y"
               if is-prime(fd-fc-factor(k)) not = "Y"
                   move "Y" to ws-failed
                   string "entry " k " is not prime"
                       delimited by size into ws-reason
               end-if
           end-perform.
           if ws-failed = "Y"
               go to 420-exit
           end-if.
           move 1 to ws-product.
           perform varying k from 1 by 1
               until k > fd-fc-count or ws-failed = "Y"
               compute ws-product = ws-product * fd-fc-factor(k)
                   on size error
                       move "Y" to ws-failed
                       move "product overflowed 18 digits"
                           to ws-reason
               end-compute
           end-perform.
           if ws-failed = "N" and ws-product not = fd-fc-testor
               move "Y" to ws-failed
               move "product differs from testor" to ws-reason
           end-if.
       420-exit. exit.
       end program fact-cache.
