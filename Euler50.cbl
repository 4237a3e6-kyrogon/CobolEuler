       identification division.
       program-id. euler50.
      *----------------------------------------------------------------
      *    euler50: the prime below a supplied limit that is the sum
      *    of the most consecutive primes. Like euler10 this is
      *    mostly a read of data the shop already owns: get-primes is
      *    driven to cover 2 through limit - 1 (one call; PRIMES.DAT
      *    and PRIMES.IDX are maintained as it goes), then the cache
      *    file is read straight into a table, a running prefix sum
      *    kept beside each prime, so the total of any run of
      *    consecutive primes is one subtraction.
      *    The scan tries run lengths from the longest that could
      *    possibly total under the limit (the first primes' own
      *    prefix) downward; within a length the run slides along
      *    the table until its total reaches the limit, each total
      *    checked with is-prime. The first length with a prime
      *    total is the answer - the largest such prime if that
      *    length has more than one. A run of one is always there to
      *    fall back on, so a limit of 3 or more always answers.
      *    The scan checkpoints through the shared service (see
      *    src/library/checkpt.cbl) under the key "euler50" every
      *    50 lengths - the limit names the run, the length says
      *    where it had got to - so a large limit cut short resumes
      *    mid-scan rather than from the top.
      *    The limit is the sole positional parameter (default
      *    1000000), validated euler48-style: 3 to 2000000, which
      *    keeps every prime below it inside the 150000-entry table.
      *    RETURN-CODE 0, 16 on a bad limit.
       environment division.
       configuration section.
           repository.
               function get-primes
               function is-prime
               function save-checkpoint
               function load-checkpoint
               function log-run
               function get-elapsed-seconds
               function update-registry
               function enter-environment.
       input-output section.
       file-control.
           select prime-cache-file assign to "PRIMES.DAT"
               organization is line sequential
               file status is ws-cache-status.
       data division.
       file section.
       fd prime-cache-file.
       01 fd-cache-rec             pic 9(18).
       working-storage section.
           01 ws-limit             pic 9(9)    value 1000000.
           01 ws-ceiling           pic 9(9).
           01 ws-limit-text        pic x(10).
           01 ws-cache-status      pic x(02)   value "00".
           01 ws-primes-out.
               05 ws-primes-size   pic 9(9).
               05 ws-primes-item   pic 9(9)    occurs 2000 times.
      *    the primes below the limit, and beside each the running
      *    total of every prime up to and including it - so the run
      *    from prime i+1 to prime i+L totals
      *    ws-prefix(i + L) - ws-prefix(i), with ws-prefix-zero
      *    standing in for the empty prefix.
           01 ws-prime-table.
               05 ws-prime-count   pic 9(9)    value 0.
               05 ws-prime-entry occurs 150000 times.
                   10 ws-prime     pic 9(9).
                   10 ws-prefix    pic 9(18).
           01 ws-max-length        pic 9(6)    value 0.
           01 ws-length            pic 9(6).
           01 ws-start-length      pic 9(6).
           01 ws-i                 pic 9(9).
           01 ws-run-total         pic 9(18).
           01 ws-prefix-before     pic 9(18).
           01 ws-found             pic X       value "N".
           01 ws-result            pic 9(18)   value 0.
           01 ws-result-length     pic 9(6)    value 0.
           01 ws-result-first      pic 9(9)    value 0.
           01 ws-result-last       pic 9(9)    value 0.
      *    restart state carried through the shared checkpoint service
      *    under the key "euler50": the limit identifies the run, the
      *    length is the next one still to be scanned.
           01 ws-ckp-state.
               05 ws-ckp-limit     pic 9(09).
               05 ws-ckp-length    pic 9(06).
               05 filler           pic x(45).
           01 ws-ckp-clear         pic x(60)   value spaces.
           01 ws-ckp-status        pic X.
           01 ws-arg-count         pic 9(2).
           01 ws-x                 pic 9(2).
           01 ws-numval-check      pic S9(4)   comp.
           01 ws-numval-wide       pic S9(18).
           01 ws-start-time        pic 9(08).
           01 ws-end-time          pic 9(08).
           01 ws-elapsed-sec       pic 9(05).
           01 ws-log-parameters    pic x(40).
           01 ws-log-result        pic x(18).
           01 ws-log-status        pic X.
      *    build identifier stamped on every ledger row this
      *    program writes - raised whenever its code changes and
      *    catalogued in VERSIONS.DAT with version-maint.
           01 ws-program-version   pic x(08)   value "01.00".
           01 ws-log-rc            pic 9(04).
       procedure division.
       display function enter-environment("euler50").
       accept ws-start-time from time.
       perform 100-init thru 100-exit.
       if return-code not = 0
           perform 800-log-run
           goback
       end-if.
       perform 200-run thru 200-exit.
       display "Result: " ws-result.
       display "Run length:  " ws-result-length.
       display "First prime: " ws-result-first.
       display "Last prime:  " ws-result-last.
       perform 800-log-run.
       move 0 to return-code.
       goback.
       100-init.
           move 0 to return-code.
           accept ws-arg-count from argument-number.
           if ws-arg-count >= 1
               move 1 to ws-x
               display ws-x upon argument-number
               move spaces to ws-limit-text
               accept ws-limit-text from argument-value
               perform 110-validate-limit
           end-if.
           compute ws-ceiling = ws-limit - 1.
       100-exit. exit.
      *----------------------------------------------------------------
      *    110-validate-limit: the same TEST-NUMVAL guard euler48's
      *    argument validation uses - a blank, non-numeric or
      *    out-of-range limit fails cleanly with a message and a
      *    non-zero RETURN-CODE.
       110-validate-limit.
           move function test-numval(ws-limit-text)
               to ws-numval-check.
           if ws-numval-check not = 0
               display "euler50: invalid limit [" ws-limit-text "]"
               move 16 to return-code
           else
               compute ws-numval-wide = function numval(ws-limit-text)
               if ws-numval-wide < 3 or ws-numval-wide > 2000000
                   display "euler50: limit out of range (3-2000000): "
                       ws-limit-text
                   move 16 to return-code
               else
                   move ws-numval-wide to ws-limit
               end-if
           end-if.
       200-run.
           move function get-primes(2, ws-ceiling, "N")
               to ws-primes-out.
           perform 250-load-cache.
           perform 260-find-max-length.
           perform 270-restore-checkpoint thru 270-done.
           perform 300-scan-length thru 300-exit
               varying ws-length from ws-start-length by -1
               until ws-length < 1 or ws-found = "Y".
           move function save-checkpoint("euler50", ws-ckp-clear)
               to ws-ckp-status.
       200-exit. exit.
      *----------------------------------------------------------------
      *    250-load-cache: every prime at or below the ceiling is on
      *    PRIMES.DAT after the get-primes call above, in ascending
      *    order; rows past the ceiling (a far proven window from some
      *    earlier request) are simply skipped, as euler10 skips them.
       250-load-cache.
           move 0 to ws-prime-count.
           move 0 to ws-run-total.
           open input prime-cache-file.
           perform until ws-cache-status = "10"
               read prime-cache-file
                   at end move "10" to ws-cache-status
                   not at end
                       if fd-cache-rec <= ws-ceiling
                           and ws-prime-count < 150000
                           add 1 to ws-prime-count
                           move fd-cache-rec
                               to ws-prime(ws-prime-count)
                           add fd-cache-rec to ws-run-total
                           move ws-run-total
                               to ws-prefix(ws-prime-count)
                       end-if
               end-read
           end-perform.
           close prime-cache-file.
           move "00" to ws-cache-status.
           display "Primes loaded: " ws-prime-count.
      *    260-find-max-length: no run can be longer than the count
      *    of smallest primes whose total stays under the limit.
       260-find-max-length.
           move 0 to ws-max-length.
           perform until ws-max-length >= ws-prime-count
               or ws-prefix(ws-max-length + 1) >= ws-limit
               add 1 to ws-max-length
           end-perform.
           move ws-max-length to ws-start-length.
      *    270-restore-checkpoint: honored only for the very same
      *    limit, and only below the length this run would start at.
       270-restore-checkpoint.
           move function load-checkpoint("euler50") to ws-ckp-state.
           if ws-ckp-state = spaces
               go to 270-done
           end-if.
           if ws-ckp-limit not = ws-limit
               or ws-ckp-length >= ws-max-length
               go to 270-done
           end-if.
           move ws-ckp-length to ws-start-length.
           display "euler50: resuming at run length " ws-start-length.
       270-done.
           exit.
      *----------------------------------------------------------------
      *    300-scan-length: every run of this length that totals under
      *    the limit, slid along from the first prime; the totals
      *    only grow as the run slides, so the first one at or past
      *    the limit ends the length.
       300-scan-length.
           if function mod(ws-length, 50) = 0
               perform 320-save-checkpoint
           end-if.
           move 0 to ws-i.
           perform until ws-i + ws-length > ws-prime-count
               if ws-i = 0
                   move 0 to ws-prefix-before
               else
                   move ws-prefix(ws-i) to ws-prefix-before
               end-if
               compute ws-run-total =
                   ws-prefix(ws-i + ws-length) - ws-prefix-before
               if ws-run-total >= ws-limit
                   go to 300-exit
               end-if
               if is-prime(ws-run-total) = "Y"
                   move "Y" to ws-found
                   move ws-run-total to ws-result
                   move ws-length to ws-result-length
                   move ws-prime(ws-i + 1) to ws-result-first
                   move ws-prime(ws-i + ws-length) to ws-result-last
               end-if
               add 1 to ws-i
           end-perform.
       300-exit. exit.
       320-save-checkpoint.
           move ws-limit to ws-ckp-limit.
           move ws-length to ws-ckp-length.
           move function save-checkpoint("euler50", ws-ckp-state)
               to ws-ckp-status.
      *----------------------------------------------------------------
      *    800-log-run: leaves a RESULTS.LED entry and refreshes this
      *    program's row in the Euler problem registry (see
      *    src/library/ledger.cbl and src/library/registry.cbl), even
      *    on a validation failure so a bad-parameter run still shows
      *    up in the history with its non-zero RETURN-CODE.
       800-log-run.
           accept ws-end-time from time.
           move function get-elapsed-seconds(ws-start-time,
               ws-end-time) to ws-elapsed-sec.
           move return-code to ws-log-rc.
           move spaces to ws-log-parameters.
           string "LIMIT=" ws-limit " RC=" ws-log-rc
               delimited by size into ws-log-parameters.
           move ws-result to ws-log-result.
           move function log-run("euler50", ws-log-parameters,
               ws-log-result, ws-elapsed-sec,
               ws-program-version) to ws-log-status.
           move function update-registry(50, "euler50",
               "Longest run of consecutive primes summing to a prime",
               ws-log-result) to ws-log-status.
       end program euler50.
