       identification division.
       program-id. euler15.
      *----------------------------------------------------------------
      *    euler15: the number of lattice paths through a grid - the
      *    routes from one corner of a width by height grid to the
      *    opposite one moving only right or down, which is the
      *    binomial coefficient C(width + height, width). The 20 by
      *    20 question fits a pic 9(18) comfortably, but a grid of a
      *    few hundred a side already does not, so the count is built
      *    at full precision on the string-arithmetic service (see
      *    src/library/bignum.cbl): with k the shorter side and m the
      *    longer, step j multiplies the register by m + j
      *    (big-multiply) and divides it by j (big-divide). After
      *    step j the register is C(m + j, j), so every division is
      *    exact - a remainder left over means the arithmetic is
      *    wrong, and the run stops rather than report it.
      *    The finished count is then held against mod-check's
      *    modular cross-check (see ModCheck.cbl, series LATTICE):
      *    its residue modulo each of the same four primes, from
      *    big-remainder, against C(width + height, k) recomputed
      *    modulo the prime in ordinary modular arithmetic - the
      *    factors' product times the inverse of k! - so nothing is
      *    shared with the path that built the count. Any residue
      *    diverging fails the run with a log-alert "W".
      *    Positional parameters (euler48-style): 1 - the grid width,
      *    2 - the grid height, each 1-9999 (default 20 by 20). A
      *    count past the service's 3200 digits ends with a message
      *    and RETURN-CODE 16, as does a bad parameter or a failed
      *    cross-check.
      *    log-run keeps the whole count (RESULTS.BIG once it passes
      *    eighteen digits), so mod-check LATTICE can recheck it
      *    later; the registry row holds its last 18, as euler3's
      *    does. The known-good 20 by 20 answer is on EXPECTED.DAT
      *    for reconcile.
       environment division.
       configuration section.
           repository.
               function big-multiply
               function big-divide
               function big-remainder
               function log-run
               function log-alert
               function get-elapsed-seconds
               function update-registry
               function enter-environment.
       data division.
       working-storage section.
           01 ws-width             pic 9(04)   value 20.
           01 ws-height            pic 9(04)   value 20.
           01 ws-short-side        pic 9(04).
           01 ws-long-side         pic 9(04).
           01 ws-step              pic 9(05).
           01 ws-factor            pic 9(05).
           01 ws-divisor-text      pic 9(04).
           01 ws-result-big        pic x(3200).
           01 ws-product-big       pic x(3200).
           01 ws-division.
               05 ws-div-quotient  pic x(3200).
               05 ws-div-remainder pic x(3200).
           01 ws-zero-big          pic x(3200) value all "0".
      *    the string-arithmetic service's overflow signal is the
      *    all-nines figure it returns (a function module's
      *    RETURN-CODE never reaches the invoking program's own
      *    register, so the sentinel is the signal).
           01 ws-all-nines         pic x(3200) value all "9".
           01 ws-overflow          pic X       value "N".
           01 ws-inexact           pic X       value "N".
           01 ws-failed-step       pic 9(04)   value 0.
           01 ws-lead-zeros        pic 9(04).
           01 ws-result-digits     pic 9(04).
      *    the cross-check moduli - mod-check's own four primes, so a
      *    PASS here and a PASS from mod-check LATTICE mean the same.
           01 ws-moduli.
               05 filler           pic 9(10) value 1000000007.
               05 filler           pic 9(10) value 1000000009.
               05 filler           pic 9(10) value 0998244353.
               05 filler           pic 9(10) value 0999999937.
           01 ws-modulus-table redefines ws-moduli.
               05 ws-modulus       pic 9(10) occurs 4 times.
           01 ws-figure-residue    pic 9(18).
           01 ws-series-residue    pic 9(18).
           01 ws-mismatch-count    pic 9(02)   value 0.
      *    modular walk fields - products in 9(36) the same way
      *    is-prime's mod-pow holds its intermediates.
           01 ws-m                 pic 9(10).
           01 ws-numerator         pic 9(18).
           01 ws-denominator       pic 9(18).
           01 ws-mp-base           pic 9(18).
           01 ws-mp-exp            pic 9(10).
           01 ws-mp-result         pic 9(18).
           01 ws-mp-product        pic 9(36).
           01 ws-mp-quotient       pic 9(36).
           01 md                   pic 9(01).
           01 ws-alert-message     pic x(60).
           01 ws-arg-count         pic 9(2).
           01 ws-x                 pic 9(2).
           01 ws-arg               pic x(10).
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
       display function enter-environment("euler15").
       accept ws-start-time from time.
       perform 100-init thru 100-exit.
       if return-code not = 0
           perform 800-log-run
           goback
       end-if.
       perform 200-run thru 200-exit.
       evaluate true
           when ws-overflow = "Y"
               display "euler15: the count passed the service's 3200"
                   " digits at step " ws-failed-step " - no answer."
               move 16 to return-code
           when ws-inexact = "Y"
               display "euler15: division by " ws-failed-step
                   " left a remainder - the count is not trusted."
               move function log-alert("euler15", "E",
                   "lattice count division was not exact")
                   to ws-log-status
               move 16 to return-code
           when other
               perform 700-display-result
               perform 400-cross-check thru 400-exit
       end-evaluate.
       perform 800-log-run.
       goback.
       100-init.
           move 0 to return-code.
           accept ws-arg-count from argument-number.
           if ws-arg-count >= 1
               move 1 to ws-x
               display ws-x upon argument-number
               move spaces to ws-arg
               accept ws-arg from argument-value
               perform 110-validate-side
               if return-code not = 0
                   go to 100-exit
               end-if
               move ws-numval-wide to ws-width
           end-if.
           if ws-arg-count >= 2
               move 2 to ws-x
               display ws-x upon argument-number
               move spaces to ws-arg
               accept ws-arg from argument-value
               perform 110-validate-side
               if return-code not = 0
                   go to 100-exit
               end-if
               move ws-numval-wide to ws-height
           end-if.
           if ws-width < ws-height
               move ws-width to ws-short-side
               move ws-height to ws-long-side
           else
               move ws-height to ws-short-side
               move ws-width to ws-long-side
           end-if.
       100-exit. exit.
      *----------------------------------------------------------------
      *    110-validate-side: the same TEST-NUMVAL guard euler48's
      *    argument validation uses - a blank, non-numeric or
      *    out-of-range side fails cleanly with a message and a
      *    non-zero RETURN-CODE.
       110-validate-side.
           move function test-numval(ws-arg) to ws-numval-check.
           if ws-numval-check not = 0
               display "euler15: invalid grid side [" ws-arg "]"
               move 16 to return-code
           else
               compute ws-numval-wide = function numval(ws-arg)
               if ws-numval-wide < 1 or ws-numval-wide > 9999
                   display "euler15: grid side out of range (1-9999): "
                       ws-arg
                   move 16 to return-code
               end-if
           end-if.
      *----------------------------------------------------------------
      *    200-run: the register starts at one, C(m, 0).
       200-run.
           move all "0" to ws-result-big.
           move "1" to ws-result-big(3200:1).
           perform 210-build-step
               varying ws-step from 1 by 1
               until ws-step > ws-short-side
               or ws-overflow = "Y" or ws-inexact = "Y".
       200-exit. exit.
       210-build-step.
           compute ws-factor = ws-long-side + ws-step.
           move function big-multiply(ws-result-big, ws-factor)
               to ws-product-big.
           if ws-product-big = ws-all-nines
               move "Y" to ws-overflow
               move ws-step to ws-failed-step
           else
               move ws-step to ws-divisor-text
               move function big-divide(ws-product-big,
                   ws-divisor-text) to ws-division
               if ws-div-remainder not = ws-zero-big
                   move "Y" to ws-inexact
                   move ws-step to ws-failed-step
               else
                   move ws-div-quotient to ws-result-big
               end-if
           end-if.
      *----------------------------------------------------------------
      *    400-cross-check: one residue per modulus, as mod-check
      *    lays them out; any divergence fails the run.
       400-cross-check.
           display "Cross-check:".
           perform 410-check-one-modulus
               varying md from 1 by 1 until md > 4.
           if ws-mismatch-count = 0
               display "Cross-check: PASS - all 4 residues agree."
               go to 400-exit
           end-if.
           display "Cross-check: FAIL - " ws-mismatch-count
               " residue(s) diverge - the count is not trusted.".
           move spaces to ws-alert-message.
           string "euler15 " ws-width "x" ws-height
               " lattice residues diverge"
               delimited by size into ws-alert-message.
           move function log-alert("euler15", "W",
               ws-alert-message) to ws-log-status.
           move 16 to return-code.
       400-exit. exit.
       410-check-one-modulus.
           move ws-modulus(md) to ws-m.
           move function big-remainder(ws-result-big, ws-m)
               to ws-figure-residue.
           perform 500-lattice-residue.
           if ws-figure-residue = ws-series-residue
               display "  mod " ws-m ": " ws-figure-residue
                   "  agree"
           else
               add 1 to ws-mismatch-count
               display "  mod " ws-m ": count "
                   ws-figure-residue " modular "
                   ws-series-residue "  DIVERGE"
           end-if.
      *    500-lattice-residue: C(m + k, k) mod p as the product of
      *    m + 1 through m + k times the inverse of k! - Fermat's
      *    p - 2 power by repeated squaring, the shape of mod-check's
      *    SELFPOW walk. Every factor is below 20000 and p is a prime
      *    near a billion, so none of them is a multiple of p and
      *    the inverse always exists.
       500-lattice-residue.
           move 1 to ws-numerator.
           move 1 to ws-denominator.
           perform 510-fold-one-factor
               varying ws-step from 1 by 1
               until ws-step > ws-short-side.
           move ws-denominator to ws-mp-base.
           compute ws-mp-exp = ws-m - 2.
           move 1 to ws-mp-result.
           perform until ws-mp-exp = 0
               if function mod(ws-mp-exp, 2) not = 0
                   compute ws-mp-product =
                       ws-mp-result * ws-mp-base
                   divide ws-mp-product by ws-m
                       giving ws-mp-quotient
                       remainder ws-mp-result
               end-if
               compute ws-mp-product = ws-mp-base * ws-mp-base
               divide ws-mp-product by ws-m
                   giving ws-mp-quotient remainder ws-mp-base
               divide ws-mp-exp by 2 giving ws-mp-exp
           end-perform.
           compute ws-mp-product = ws-numerator * ws-mp-result.
           divide ws-mp-product by ws-m
               giving ws-mp-quotient remainder ws-series-residue.
       510-fold-one-factor.
           compute ws-mp-product =
               ws-numerator * (ws-long-side + ws-step).
           divide ws-mp-product by ws-m
               giving ws-mp-quotient remainder ws-numerator.
           compute ws-mp-product = ws-denominator * ws-step.
           divide ws-mp-product by ws-m
               giving ws-mp-quotient remainder ws-denominator.
      *----------------------------------------------------------------
      *    700-display-result: the count with its leading zeros
      *    suppressed; it is never zero.
       700-display-result.
           move 0 to ws-lead-zeros.
           inspect ws-result-big
               tallying ws-lead-zeros for leading "0".
           compute ws-result-digits = 3200 - ws-lead-zeros.
           display "Grid:   " ws-width " x " ws-height.
           display "Result: " ws-result-big(ws-lead-zeros + 1:
               ws-result-digits).
           display "Digits: " ws-result-digits.
      *----------------------------------------------------------------
      *    800-log-run: leaves a RESULTS.LED entry and refreshes this
      *    program's row in the Euler problem registry (see
      *    src/library/ledger.cbl and src/library/registry.cbl), even
      *    on a failed run so it still shows up in the history with
      *    its non-zero RETURN-CODE. A failed run logs zero.
       800-log-run.
           accept ws-end-time from time.
           move function get-elapsed-seconds(ws-start-time,
               ws-end-time) to ws-elapsed-sec.
           move return-code to ws-log-rc.
           move spaces to ws-log-parameters.
           string "WIDTH=" ws-width " HEIGHT=" ws-height
               " RC=" ws-log-rc
               delimited by size into ws-log-parameters.
           if return-code not = 0
               move all "0" to ws-result-big
           end-if.
           move ws-result-big(3183:18) to ws-log-result.
           move function log-run("euler15", ws-log-parameters,
               ws-result-big, ws-elapsed-sec,
               ws-program-version) to ws-log-status.
           move function update-registry(15, "euler15",
               "Lattice paths through a grid",
               ws-log-result) to ws-log-status.
       end program euler15.
