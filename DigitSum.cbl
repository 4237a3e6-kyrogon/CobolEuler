       identification division.
       program-id. digitsum.
      *----------------------------------------------------------------
      *    digitsum: the digit sum of a power or a factorial - the
      *    2**1000 and 100! questions (problems 16 and 20) the
      *    research group used to work out by hand. The value is
      *    built at full precision on the string-arithmetic service
      *    (src/library/bignum.cbl), one big-multiply per step - by
      *    the base, n times, for a power; by 1, 2, ... n for a
      *    factorial - and the report gives its digit sum, digit
      *    count and leading digits.
      *    A long build is restartable the way euler48's FULL mode
      *    is: every 50 steps the register goes to the checkpoint
      *    service's side file (save-big-state, see
      *    src/library/checkpt.cbl) and the mode, base, n and step
      *    to CHECKPT.DAT under the key "digitsum"; a rerun of the
      *    very same question picks up from the last saved step, and
      *    a completed run clears both.
      *    Positional parameters (euler48-style): 1 - POWER or
      *    FACTORIAL (default POWER); 2 - n, the exponent or the
      *    factorial's argument, 0-99999 (default 1000 for a power,
      *    100 for a factorial); 3 - the power's base, 2-9999
      *    (default 2). A value past the service's 3200 digits ends
      *    with a message and RETURN-CODE 16, as does a bad
      *    parameter.
       environment division.
       configuration section.
           repository.
               function big-multiply
               function save-checkpoint
               function load-checkpoint
               function save-big-state
               function load-big-state
               function log-run
               function get-elapsed-seconds
               function update-registry
               function enter-environment.
       data division.
       working-storage section.
           01 ws-mode              pic x(09)   value "POWER".
           01 ws-n                 pic 9(05)   value 1000.
           01 ws-base              pic 9(04)   value 2.
           01 ws-step              pic 9(05).
           01 ws-factor            pic 9(05).
           01 ws-resume-step       pic 9(05).
           01 ws-big-value         pic x(3200).
      *    the string-arithmetic service's overflow signal is the
      *    all-nines figure it returns (a function module's
      *    RETURN-CODE never reaches the invoking program's own
      *    register, so the sentinel is the signal).
           01 ws-all-nines         pic x(3200) value all "9".
           01 ws-overflow          pic X       value "N".
           01 ws-overflow-step     pic 9(05)   value 0.
           01 ws-lead-zeros        pic 9(04).
           01 ws-digit-count       pic 9(04)   value 0.
           01 ws-digit-sum         pic 9(05)   value 0.
           01 ws-digit             pic 9(01).
           01 ws-lead-digits       pic x(10).
           01 p                    pic 9(04).
      *    restart state: the question (mode, base, n) names the run
      *    the state belongs to - the only-honor-your-own-run rule -
      *    and the step says how far it got; the register itself
      *    rides the side file.
           01 ws-ckp-state.
               05 ws-ckp-mode      pic x(09).
               05 ws-ckp-base      pic 9(04).
               05 ws-ckp-n         pic 9(05).
               05 ws-ckp-step      pic 9(05).
               05 filler           pic x(37).
           01 ws-ckp-loaded        pic x(3200).
           01 ws-ckp-clear         pic x(60)   value spaces.
           01 ws-big-clear         pic x(3200) value spaces.
           01 ws-ckp-status        pic X.
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
       display function enter-environment("digitsum").
       accept ws-start-time from time.
       perform 100-init thru 100-exit.
       if return-code not = 0
           perform 800-log-run
           goback
       end-if.
       perform 200-run thru 200-exit.
       if ws-overflow = "Y"
           display "digitsum: the value passed the service's 3200"
               " digits at step " ws-overflow-step " - no answer."
           move 16 to return-code
       else
           perform 300-measure-value
           perform 700-display-result
       end-if.
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
               if ws-arg not = "POWER" and ws-arg not = "FACTORIAL"
                   display "digitsum: mode must be POWER or FACTORIAL"
                       ": " ws-arg
                   move 16 to return-code
                   go to 100-exit
               end-if
               move ws-arg to ws-mode
           end-if.
           if ws-mode = "FACTORIAL"
               move 100 to ws-n
               move 0 to ws-base
           end-if.
           if ws-arg-count >= 2
               move 2 to ws-x
               display ws-x upon argument-number
               move spaces to ws-arg
               accept ws-arg from argument-value
               perform 110-validate-n
               if return-code not = 0
                   go to 100-exit
               end-if
           end-if.
           if ws-arg-count >= 3
               move 3 to ws-x
               display ws-x upon argument-number
               move spaces to ws-arg
               accept ws-arg from argument-value
               if ws-mode not = "POWER"
                   display "digitsum: a base applies to POWER only"
                   move 16 to return-code
                   go to 100-exit
               end-if
               perform 120-validate-base
           end-if.
       100-exit. exit.
      *----------------------------------------------------------------
      *    110-validate-n/120-validate-base: the same TEST-NUMVAL
      *    guards euler48's argument validation uses - a blank,
      *    non-numeric or out-of-range value fails cleanly with a
      *    message and a non-zero RETURN-CODE.
       110-validate-n.
           move function test-numval(ws-arg) to ws-numval-check.
           if ws-numval-check not = 0
               display "digitsum: invalid n [" ws-arg "]"
               move 16 to return-code
           else
               compute ws-numval-wide = function numval(ws-arg)
               if ws-numval-wide < 0 or ws-numval-wide > 99999
                   display "digitsum: n out of range (0-99999): "
                       ws-arg
                   move 16 to return-code
               else
                   move ws-numval-wide to ws-n
               end-if
           end-if.
       120-validate-base.
           move function test-numval(ws-arg) to ws-numval-check.
           if ws-numval-check not = 0
               display "digitsum: invalid base [" ws-arg "]"
               move 16 to return-code
           else
               compute ws-numval-wide = function numval(ws-arg)
               if ws-numval-wide < 2 or ws-numval-wide > 9999
                   display "digitsum: base out of range (2-9999): "
                       ws-arg
                   move 16 to return-code
               else
                   move ws-numval-wide to ws-base
               end-if
           end-if.
      *----------------------------------------------------------------
      *    200-run: the register starts at one - the empty product,
      *    which is also the answer for n of zero either way.
       200-run.
           move all "0" to ws-big-value.
           move "1" to ws-big-value(3200:1).
           move 1 to ws-resume-step.
           perform 205-restore-checkpoint thru 205-done.
           perform 210-multiply-step
               varying ws-step from ws-resume-step by 1
               until ws-step > ws-n or ws-overflow = "Y".
           if ws-overflow = "N"
               move function save-checkpoint("digitsum",
                   ws-ckp-clear) to ws-ckp-status
               move function save-big-state("digitsum",
                   ws-big-clear) to ws-ckp-status
           end-if.
       200-exit. exit.
      *    205-restore-checkpoint: honored only when both halves of
      *    the state are present and name this very question - half
      *    a checkpoint starts fresh rather than resuming from a
      *    guess.
       205-restore-checkpoint.
           move function load-checkpoint("digitsum") to ws-ckp-state.
           if ws-ckp-state = spaces
               go to 205-done
           end-if.
           if ws-ckp-mode not = ws-mode
               or ws-ckp-base not = ws-base
               or ws-ckp-n not = ws-n
               go to 205-done
           end-if.
           move function load-big-state("digitsum")
               to ws-ckp-loaded.
           if ws-ckp-loaded = spaces
               go to 205-done
           end-if.
           move ws-ckp-loaded to ws-big-value.
           compute ws-resume-step = ws-ckp-step + 1.
           display "digitsum: resuming " function trim(ws-mode)
               " at step " ws-resume-step.
       205-done.
           exit.
       210-multiply-step.
           if ws-mode = "POWER"
               move ws-base to ws-factor
           else
               move ws-step to ws-factor
           end-if.
           move function big-multiply(ws-big-value, ws-factor)
               to ws-big-value.
           if ws-big-value = ws-all-nines
               move "Y" to ws-overflow
               move ws-step to ws-overflow-step
           end-if.
      *    every 50th step the register and position go to disk,
      *    euler48's checkpoint rhythm.
           if ws-overflow = "N"
               and function mod(ws-step, 50) = 0
               perform 220-save-checkpoint
           end-if.
       220-save-checkpoint.
           move function save-big-state("digitsum", ws-big-value)
               to ws-ckp-status.
           move ws-mode to ws-ckp-mode.
           move ws-base to ws-ckp-base.
           move ws-n to ws-ckp-n.
           move ws-step to ws-ckp-step.
           move function save-checkpoint("digitsum", ws-ckp-state)
               to ws-ckp-status.
      *----------------------------------------------------------------
      *    300-measure-value: digit count and digit sum over the
      *    significant digits; the value is never zero.
       300-measure-value.
           move 0 to ws-lead-zeros.
           inspect ws-big-value
               tallying ws-lead-zeros for leading "0".
           compute ws-digit-count = 3200 - ws-lead-zeros.
           move 0 to ws-digit-sum.
           perform varying p from ws-lead-zeros by 1 until p >= 3200
               move ws-big-value(p + 1:1) to ws-digit
               add ws-digit to ws-digit-sum
           end-perform.
           move spaces to ws-lead-digits.
           if ws-digit-count > 10
               move ws-big-value(ws-lead-zeros + 1:10)
                   to ws-lead-digits
           else
               move ws-big-value(ws-lead-zeros + 1:ws-digit-count)
                   to ws-lead-digits
           end-if.
       700-display-result.
           if ws-mode = "POWER"
               display "Value:      " ws-base " ** " ws-n
           else
               display "Value:      " ws-n "!"
           end-if.
           display "Digit sum:  " ws-digit-sum.
           display "Digits:     " ws-digit-count.
           display "Leading:    " ws-lead-digits.
      *----------------------------------------------------------------
      *    800-log-run: leaves a RESULTS.LED entry and refreshes this
      *    program's row in the Euler problem registry (see
      *    src/library/ledger.cbl and src/library/registry.cbl), even
      *    on a validation failure so a bad-parameter run still shows
      *    up in the history with its non-zero RETURN-CODE. The
      *    result is the digit sum; the value itself is not kept.
       800-log-run.
           accept ws-end-time from time.
           move function get-elapsed-seconds(ws-start-time,
               ws-end-time) to ws-elapsed-sec.
           move return-code to ws-log-rc.
           move spaces to ws-log-parameters.
           string "MODE=" ws-mode " BASE=" ws-base " N=" ws-n
               " RC=" ws-log-rc
               delimited by size into ws-log-parameters.
           move ws-digit-sum to ws-log-result.
           move function log-run("digitsum", ws-log-parameters,
               ws-log-result, ws-elapsed-sec,
               ws-program-version) to ws-log-status.
           move function update-registry(16, "digitsum",
               "Digit sum of a power (16) or a factorial (20)",
               ws-log-result) to ws-log-status.
       end program digitsum.
