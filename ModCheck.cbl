      *----------------------------------------------------------------
      *    mod-check: independent verification for the full-precision
      *    figures whose only evidence used to be "trust the one
      *    method that computed them" - euler48 FULL-mode sums,
      *    euler3's bignum Fibonacci totals and euler15's lattice-path
      *    counts. The figure - by default
      *    the series program's latest complete figure on RESULTS.BIG,
      *    where log-run keeps every answer too long for the ledger;
      *    otherwise a figure file named on the command line (first
      *    record, digits only) - is reduced modulo several small
      *    primes through the string-arithmetic service's
      *    big-remainder, and the series is independently recomputed
      *    modulo the same primes in ordinary modular arithmetic -
      *    nothing shared with the big-add/big-multiply path that
      *    produced the figure. All
      *    residues agreeing is the two-independent-methods standard
      *    the auditors already accept for the LAST10 figures.
      *    Positional parameters:
      *      1 - series: SELFPOW (euler48's sum of i**i), FIB
      *          (euler3's parity-filtered Fibonacci total) or
      *          LATTICE (euler15's paths through a grid);
      *      2 - SELFPOW: the series limit; FIB: the index of the
      *          last term the total folded in (euler3's term report
      *          marks each term counted or skipped - the last
      *          counted term's index is what this wants); LATTICE:
      *          the grid width;
      *      3 - SELFPOW: the start exponent (default 1); FIB: the
      *          parity mode EVEN/ODD/ALL (default EVEN); LATTICE:
      *          the grid height (default the width, a square grid);
      *      4 - a figure file to check instead of RESULTS.BIG (when
      *          RESULTS.BIG holds no figure for the series' program,
      *          FIGURE.DAT is read as before).
      *    RETURN-CODE 0 and a PASS verdict when every residue
      *    agrees; 16 and a log-alert "W" on any divergence.
       environment division.
       configuration section.
           repository.
               function big-remainder
               function log-alert
               function enter-environment.
       input-output section.
       file-control.
           select figure-file assign to dynamic ws-figure-filename
               organization is line sequential
               file status is ws-figure-status.
           select big-file assign to "RESULTS.BIG"
               organization is indexed
               access mode is dynamic
               record key is fd-big-key
               file status is ws-big-status.
       data division.
       file section.
       fd figure-file.
       01 fd-figure-rec            pic x(3200).
      *    RESULTS.BIG - layout owned by log-run (see ledger.cbl).
       fd big-file.
       01 fd-big-rec.
           05 fd-big-key.
               10 fd-big-program-id    pic x(08).
               10 fd-big-run-date      pic 9(08).
               10 fd-big-run-time      pic 9(06).
           05 fd-big-parameters    pic x(40).
           05 fd-big-run-id        pic 9(10).
           05 fd-big-digits        pic 9(04).
           05 fd-big-figure        pic x(3200).
       working-storage section.
           01 ws-figure-filename   pic x(40)   value "FIGURE.DAT".
           01 ws-figure-status     pic x(02)   value "00".
           01 ws-big-status        pic x(02)   value "00".
           01 ws-big-program-id    pic x(08).
           01 ws-big-found         pic X       value "N".
           01 ws-figure-named      pic X       value "N".
           01 ws-figure            pic x(3200).
           01 ws-series            pic x(08).
           01 ws-limit             pic 9(09).
           01 ws-start             pic 9(09)   value 1.
           01 ws-parity-mode       pic x(04)   value "EVEN".
           01 ws-height            pic 9(09).
      *    the check moduli: four primes near the top of the
      *    service's comfortable divisor range, each certain and
      *    pairwise distinct - four independent residues agreeing by
           01 ws-m                 pic 9(10).
           01 ws-i                 pic 9(09).
           01 ws-mp-base           pic 9(18).
           01 ws-mp-exp            pic 9(10).
           01 ws-mp-result         pic 9(18).
           01 ws-mp-product        pic 9(36).
           01 ws-mp-quotient       pic 9(36).
           01 ws-fib-b2            pic 9(01).
           01 ws-fib-next2         pic 9(01).
           01 ws-counted           pic X.
           01 ws-short-side        pic 9(09).
           01 ws-long-side         pic 9(09).
           01 ws-numerator         pic 9(18).
           01 ws-denominator       pic 9(18).
           01 ws-alert-message     pic x(60).
           01 ws-log-status        pic X.
           01 ws-numval-check      pic S9(4)   comp.
           01 ws-arg-count         pic 9(2).
           01 md                   pic 9(01).
       procedure division.
       display function enter-environment("mod-check").
       perform 100-init thru 100-exit.
       if return-code not = 0
           goback
           move 0 to return-code.
           accept ws-arg-count from argument-number.
           if ws-arg-count < 2
               display "mod-check: usage: mod-check SELFPOW|FIB|"
                   "LATTICE <limit|nterms|width>"
                   " [start|parity|height] [figure-file]"
               move 16 to return-code
               go to 100-exit
           end-if.
           accept ws-arg from argument-value.
           move ws-arg to ws-series.
           if ws-series not = "SELFPOW" and ws-series not = "FIB"
               and ws-series not = "LATTICE"
               display "mod-check: unknown series " ws-series
               move 16 to return-code
               go to 100-exit
               go to 100-exit
           end-if.
           compute ws-limit = function numval(ws-arg).
           move ws-limit to ws-height.
           if ws-arg-count >= 3
               move 3 to ws-arg-num
               display ws-arg-num upon argument-number
               move spaces to ws-arg
               accept ws-arg from argument-value
               evaluate ws-series
                   when "FIB"
                       move ws-arg to ws-parity-mode
                   when "LATTICE"
                       move function test-numval(ws-arg)
                           to ws-numval-check
                       if ws-numval-check = 0
                           compute ws-height = function numval(ws-arg)
                       end-if
                   when other
                       move function test-numval(ws-arg)
                           to ws-numval-check
                       if ws-numval-check = 0
                           compute ws-start = function numval(ws-arg)
                       end-if
               end-evaluate
           end-if.
           if ws-series = "LATTICE"
               if ws-limit < ws-height
                   move ws-limit to ws-short-side
                   move ws-height to ws-long-side
               else
                   move ws-height to ws-short-side
                   move ws-limit to ws-long-side
               end-if
           end-if.
           if ws-arg-count >= 4
               move spaces to ws-arg
               accept ws-arg from argument-value
               move ws-arg to ws-figure-filename
               move "Y" to ws-figure-named
           end-if.
           if ws-figure-named = "N"
               perform 140-load-latest-big thru 140-done
               if ws-big-found = "Y"
                   go to 100-exit
               end-if
           end-if.
           perform 150-load-figure thru 150-done.
       100-exit. exit.
      *----------------------------------------------------------------
      *    140-load-latest-big: the series program's newest figure on
      *    RESULTS.BIG - a positioned read at the top of its key
      *    range, the way expect-maint finds a latest RESULTS.IDX row.
      *    The run's date, time and parameters are shown so the
      *    operator can see the limit given matches the run checked.
       140-load-latest-big.
           move "N" to ws-big-found.
           evaluate ws-series
               when "SELFPOW"
                   move "euler48" to ws-big-program-id
               when "LATTICE"
                   move "euler15" to ws-big-program-id
               when other
                   move "euler3" to ws-big-program-id
           end-evaluate.
           open input big-file.
           if ws-big-status not = "00"
               go to 140-done
           end-if.
           move ws-big-program-id to fd-big-program-id.
           move 99999999 to fd-big-run-date.
           move 999999 to fd-big-run-time.
           start big-file key not greater than fd-big-key
               invalid key
                   close big-file
                   go to 140-done
           end-start.
           read big-file previous
               at end continue
               not at end
                   if fd-big-program-id = ws-big-program-id
                       move fd-big-figure to ws-figure
                       move "Y" to ws-big-found
                   end-if
           end-read.
           close big-file.
           if ws-big-found = "Y"
               display "mod-check: RESULTS.BIG figure of "
                   function trim(ws-big-program-id) " run "
                   fd-big-run-date " " fd-big-run-time
                   " (run " fd-big-run-id ", " fd-big-digits
                   " digits)"
               display "mod-check: run parameters "
                   function trim(fd-big-parameters)
           end-if.
       140-done.
           exit.
       150-load-figure.
           open input figure-file.
           if ws-figure-status not = "00"
           move ws-modulus(md) to ws-m.
           move function big-remainder(ws-figure, ws-m)
               to ws-figure-residue.
           evaluate ws-series
               when "SELFPOW"
                   perform 400-selfpow-residue
               when "LATTICE"
                   perform 600-lattice-residue
               when other
                   perform 500-fib-residue
           end-evaluate.
           if ws-figure-residue = ws-series-residue
               display "  mod " ws-m ": " ws-figure-residue
                   "  agree"
           move ws-fib-next to ws-fib-b.
           move ws-fib-b2 to ws-fib-a2.
           move ws-fib-next2 to ws-fib-b2.
      *    600-lattice-residue: C(width + height, k) mod m, k the
      *    shorter side - the product of the longer side plus 1
      *    through plus k, times the inverse of k! by Fermat (the
      *    m - 2 power, repeated squaring as in 410). m is a prime
      *    near a billion and every factor is far below it, so the
      *    inverse always exists.
       600-lattice-residue.
           move 1 to ws-numerator.
           move 1 to ws-denominator.
           perform 610-fold-one-factor
               varying ws-i from 1 by 1
               until ws-i > ws-short-side.
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
       610-fold-one-factor.
           compute ws-mp-product =
               ws-numerator * (ws-long-side + ws-i).
           divide ws-mp-product by ws-m
               giving ws-mp-quotient remainder ws-numerator.
           compute ws-mp-product = ws-denominator * ws-i.
           divide ws-mp-product by ws-m
               giving ws-mp-quotient remainder ws-denominator.
       end program mod-check.
