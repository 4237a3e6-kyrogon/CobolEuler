       program-id. euler5.
      *----------------------------------------------------------------
      *    euler5: smallest number evenly divisible by every integer
      *    in a supplied range - which is just the range's running LCM.
      *    The LCM is carried at full precision on the string-
      *    arithmetic service (src/library/bignum.cbl), so a range of
      *    1 to 100 and beyond gets its complete answer rather than
      *    stopping at the 18-digit wall: each step takes
      *    lcm(L, n) = L / gcd(L, n) * n, with L's residue against n
      *    from big-divide feeding the shared gcd function
      *    (src/library/mathutil.cbl) and the division and multiply
      *    done on the digit strings. Every fold is proved as it is
      *    made - L less quotient times divisor (big-subtract) must
      *    come back to exactly the remainder - so a wrong figure
      *    stops the run instead of being carried on.
      *    The whole LCM is displayed and handed to log-run, which
      *    keeps the complete figure in RESULTS.BIG; the registry
      *    row holds its last 18 digits, as euler3's does.
      *    Positional parameters (euler48-style): 1 - range ceiling
      *    (default 20); 2 - range floor (default 1). Both validated
      *    before the run; a running LCM past 3200 digits, or a fold
      *    that fails its proof, ends with a message and RETURN-CODE
      *    16, the suite's usual loud-failure convention.
       environment division.
       configuration section.
           repository.
               function gcd
               function big-divide
               function big-multiply
               function big-subtract
               function log-run
               function get-elapsed-seconds
               function update-registry
               function enter-environment.
       data division.
       working-storage section.
           01 ws-limit         pic 9(9)    value 20.
           01 ws-floor         pic 9(9)    value 1.
           01 ws-result-big    pic x(3200) value all "0".
           01 ws-division.
               05 ws-div-quotient  pic x(3200).
               05 ws-div-remainder pic x(3200).
           01 ws-proof-big     pic x(3200).
           01 ws-current-text  pic 9(09).
           01 ws-divisor-text  pic 9(09).
           01 ws-residue       pic 9(09).
           01 ws-gcd           pic 9(18).
           01 ws-lead-zeros    pic 9(04).
           01 ws-current       pic 9(9).
           01 ws-limit-text    pic x(10).
           01 ws-floor-text    pic x(10).
           01 ws-numval-wide   pic S9(18).
           01 ws-numval-check  pic S9(4)   comp.
           01 ws-overflow      pic X       value "N".
           01 ws-proof-failed  pic X       value "N".
           01 ws-start-time    pic 9(08).
           01 ws-end-time      pic 9(08).
           01 ws-elapsed-sec   pic 9(05).
                               pic x(40).
           01 ws-log-result    pic x(18).
           01 ws-log-status    pic X.
      *    build identifier stamped on every ledger row this
      *    program writes - raised whenever its code changes and
      *    catalogued in VERSIONS.DAT with version-maint.
           01 ws-program-version pic x(08)   value "01.01".
           01 ws-log-rc        pic 9(04).
       procedure division.
       display function enter-environment("euler5").
       accept ws-start-time from time.
       perform 100-init thru 100-exit.
       if return-code not = 0
           goback
       end-if.
       perform 200-run thru 200-exit.
       evaluate true
           when ws-overflow = "Y"
               display "euler5: running multiple overflowed 3200"
                   " digits"
               move 16 to return-code
           when ws-proof-failed = "Y"
               display "euler5: fold at " ws-current
                   " failed its division proof"
               move 16 to return-code
           when other
               perform 700-display-result
       end-evaluate.
       perform 800-log-run.
       if ws-overflow = "N" and ws-proof-failed = "N"
           move 0 to return-code
       end-if.
       goback.
               end-if
           end-if.
       200-run.
           move all "0" to ws-result-big.
           move "1" to ws-result-big(3200:1).
           perform 210-fold-lcm thru 210-exit
               varying ws-current from ws-floor by 1
               until ws-current > ws-limit
                   or ws-overflow = "Y"
                   or ws-proof-failed = "Y".
       200-exit. exit.
      *    210-fold-lcm: L's residue against n is under n, so the gcd
      *    of the two is ordinary-sized work for the shared gcd. The
      *    service's overflow signal is its all-nines result - a
      *    RETURN-CODE set inside a function module never reaches
      *    the invoking program's register.
       210-fold-lcm.
           move ws-current to ws-divisor-text.
           perform 220-divide-and-prove thru 220-exit.
           if ws-proof-failed = "Y"
               go to 210-exit
           end-if.
           move ws-div-remainder(3192:9) to ws-residue.
           if ws-residue = 0
               go to 210-exit
           end-if.
           move function gcd(ws-current, ws-residue) to ws-gcd.
           move ws-gcd to ws-divisor-text.
           perform 220-divide-and-prove thru 220-exit.
           if ws-proof-failed = "Y"
               go to 210-exit
           end-if.
           move ws-current to ws-current-text.
           move function big-multiply(ws-div-quotient,
               ws-current-text) to ws-result-big.
           if ws-result-big = all "9"
               move "Y" to ws-overflow
           end-if.
       210-exit. exit.
      *    220-divide-and-prove: L over the divisor, and the division
      *    put straight back together - quotient times divisor, taken
      *    off L, must leave exactly the remainder it reported.
       220-divide-and-prove.
           move function big-divide(ws-result-big, ws-divisor-text)
               to ws-division.
           if ws-div-quotient = all "9"
               move "Y" to ws-proof-failed
               go to 220-exit
           end-if.
           move function big-multiply(ws-div-quotient,
               ws-divisor-text) to ws-proof-big.
           move function big-subtract(ws-result-big, ws-proof-big)
               to ws-proof-big.
           if ws-proof-big not = ws-div-remainder
               move "Y" to ws-proof-failed
           end-if.
       220-exit. exit.
      *----------------------------------------------------------------
      *    700-display-result: the LCM with its leading zeros
      *    suppressed.
       700-display-result.
           move 0 to ws-lead-zeros.
           inspect ws-result-big
               tallying ws-lead-zeros for leading "0".
           display ws-result-big(ws-lead-zeros + 1:
               3200 - ws-lead-zeros).
      *----------------------------------------------------------------
      *    800-log-run: leaves a RESULTS.LED entry and refreshes this
      *    program's row in the Euler problem registry (see
           string "LIMIT=" ws-limit " FLOOR=" ws-floor
               " RC=" ws-log-rc
               delimited by size into ws-log-parameters.
      *    a run that overflowed or failed its proof logs zero, as
      *    an overflowed run always has.
           if ws-overflow = "Y" or ws-proof-failed = "Y"
               move all "0" to ws-result-big
           end-if.
           move ws-result-big(3183:18) to ws-log-result.
           move function log-run("euler5", ws-log-parameters,
               ws-result-big, ws-elapsed-sec,
               ws-program-version) to ws-log-status.
           move function update-registry(5, "euler5",
               "Smallest multiple of every integer in a range",
               ws-log-result) to ws-log-status.
