       500-done.
           exit.
       end function big-remainder.
      *-----------------------------------------------------------------
       identification division.
       function-id. big-subtract.
      *    big-subtract: a minus b on the service's digit strings, limb
      *    by limb from the low end with a borrow carried up - the
      *    mirror of big-add. The service deals in non-negative
      *    figures only, so a b larger than a has no answer here: it
      *    returns all nines, the same in-band sentinel an overflow
      *    gives, and callers that can't rule it out big-compare
      *    first.
       environment division.
       configuration section.
       data division.
       working-storage section.
           01 ws-a                 pic x(3200).
           01 ws-b                 pic x(3200).
           01 ws-trimmed           pic x(3200).
           01 ws-hold              pic x(3200).
           01 ws-in-length         pic 9(04).
           01 ws-in-start          pic 9(04).
           01 ws-pos               pic 9(04).
           01 ws-limb-a            pic 9(04).
           01 ws-limb-b            pic 9(04).
           01 ws-limb-diff         pic s9(05).
           01 ws-limb-out          pic 9(04).
           01 ws-borrow            pic 9(01).
       linkage section.
           01 ls-a                 pic X any length.
           01 ls-b                 pic X any length.
           01 ls-result            pic x(3200).
       procedure division
           using ls-a ls-b
           returning ls-result.
       perform 100-init thru 100-exit.
       goback.
       100-init.
           move ls-a to ws-trimmed.
           perform 500-normalize thru 500-done.
           move ws-trimmed to ws-a.
           move ls-b to ws-trimmed.
           perform 500-normalize thru 500-done.
           move ws-trimmed to ws-b.
           if ws-a < ws-b
               move all "9" to ls-result
               move 16 to return-code
               go to 100-exit
           end-if.
           move all "0" to ls-result.
           move 0 to ws-borrow.
           move 3197 to ws-pos.
           perform 800 times
               move ws-a(ws-pos:4) to ws-limb-a
               move ws-b(ws-pos:4) to ws-limb-b
               compute ws-limb-diff =
                   ws-limb-a - ws-limb-b - ws-borrow
               if ws-limb-diff < 0
                   add 10000 to ws-limb-diff
                   move 1 to ws-borrow
               else
                   move 0 to ws-borrow
               end-if
               move ws-limb-diff to ws-limb-out
               move ws-limb-out to ls-result(ws-pos:4)
               subtract 4 from ws-pos
           end-perform.
       100-exit. exit.
      *    a value that fills the full width (no trailing space) is
      *    already in normalized internal form - every result this
      *    service hands out is - so the reshaping below, which walks
      *    the string character by character, is skipped for it.
       500-normalize.
           if ws-trimmed(3200:1) not = space
               go to 500-done
           end-if.
           move 0 to ws-in-start.
           perform varying ws-pos from 1 by 1
               until ws-pos > 3200 or ws-in-start not = 0
               if ws-trimmed(ws-pos:1) not = space
                   and ws-trimmed(ws-pos:1) not = "0"
                   move ws-pos to ws-in-start
               end-if
           end-perform.
           if ws-in-start = 0
               move all "0" to ws-trimmed
               go to 500-done
           end-if.
           compute ws-in-length = 0.
           perform varying ws-pos from ws-in-start by 1
               until ws-pos > 3200
               or ws-trimmed(ws-pos:1) = space
               if ws-trimmed(ws-pos:1) < "0"
                   or ws-trimmed(ws-pos:1) > "9"
                   move all "0" to ws-trimmed
                   go to 500-done
               end-if
               add 1 to ws-in-length
           end-perform.
           move ws-trimmed(ws-in-start:ws-in-length)
               to ws-hold(1:ws-in-length).
           move all "0" to ws-trimmed.
           move ws-hold(1:ws-in-length) to
               ws-trimmed(3200 - ws-in-length + 1:ws-in-length).
       500-done.
           exit.
       end function big-subtract.
      *-----------------------------------------------------------------
       identification division.
       function-id. big-divide.
      *    big-divide: full-precision division - a divided by b, both
      *    digit strings, returned as one 6400-byte group: the
      *    quotient in the first 3200 digits and the remainder in the
      *    second, each zero filled on the left like every other
      *    result here. Where big-remainder only carries a small
      *    divisor's residue, this takes a divisor of any length.
      *    It is schoolbook long division a digit at a time: bring
      *    the next digit of a down onto the running remainder, then
      *    take b off it as many times as it goes (never more than
      *    nine) - that count is the quotient digit. The running
      *    remainder is always below b, so it never holds more than
      *    one digit more than b does; the shifts, compares and
      *    subtractions only ever walk that window of limbs, which
      *    keeps dividing a long figure by a short one cheap.
      *    A divisor of zero returns all nines as the quotient and
      *    zero as the remainder - the in-band sentinel, not a divide
      *    abend inside a function module.
       environment division.
       configuration section.
       data division.
       working-storage section.
           01 ws-a                 pic x(3200).
           01 ws-b                 pic x(3200).
           01 ws-trimmed           pic x(3200).
           01 ws-hold              pic x(3200).
           01 ws-in-length         pic 9(04).
           01 ws-in-start          pic 9(04).
           01 ws-pos               pic 9(04).
           01 ws-a-start           pic 9(04).
           01 ws-b-lead            pic 9(04).
           01 ws-window            pic 9(04).
           01 ws-window-length     pic 9(04).
           01 ws-window-limbs      pic 9(04).
           01 ws-digit             pic 9(01).
           01 ws-limb-r            pic 9(04).
           01 ws-limb-b            pic 9(04).
           01 ws-limb-diff         pic s9(05).
           01 ws-limb-out          pic 9(04).
           01 ws-borrow            pic 9(01).
           01 ws-limb-pos          pic 9(04).
           01 ws-running           pic x(3200).
       linkage section.
           01 ls-a                 pic X any length.
           01 ls-b                 pic X any length.
           01 ls-result.
               05 ls-quotient      pic x(3200).
               05 ls-remainder     pic x(3200).
       procedure division
           using ls-a ls-b
           returning ls-result.
       perform 100-init thru 100-exit.
       goback.
      *    ws-window is the limb-aligned start of the stretch of the
      *    running remainder that can hold anything but zeros - b's
      *    length plus one digit, rounded out to whole limbs.
       100-init.
           move ls-a to ws-trimmed.
           perform 500-normalize thru 500-done.
           move ws-trimmed to ws-a.
           move ls-b to ws-trimmed.
           perform 500-normalize thru 500-done.
           move ws-trimmed to ws-b.
           move all "0" to ls-quotient ls-remainder ws-running.
           move 0 to ws-b-lead.
           inspect ws-b tallying ws-b-lead for leading "0".
           if ws-b-lead = 3200
               move all "9" to ls-quotient
               move 16 to return-code
               go to 100-exit
           end-if.
           move 0 to ws-a-start.
           inspect ws-a tallying ws-a-start for leading "0".
           if ws-a-start = 3200
               go to 100-exit
           end-if.
           add 1 to ws-a-start.
           compute ws-window-limbs = (3200 - ws-b-lead + 4) / 4.
           if ws-window-limbs > 800
               move 800 to ws-window-limbs
           end-if.
           compute ws-window = 3200 - ws-window-limbs * 4 + 1.
           compute ws-window-length = 3200 - ws-window + 1.
           perform 200-next-digit thru 200-exit
               varying ws-pos from ws-a-start by 1
               until ws-pos > 3200.
           move ws-running to ls-remainder.
       100-exit. exit.
      *    200-next-digit: one step of the long division - the
      *    running remainder shifts up a digit and takes a's next one
      *    in at the bottom, then b comes off it until it won't go.
       200-next-digit.
           if ws-window-length > 1
               move ws-running(ws-window + 1:ws-window-length - 1)
                   to ws-hold(1:ws-window-length - 1)
               move ws-hold(1:ws-window-length - 1)
                   to ws-running(ws-window:ws-window-length - 1)
           end-if.
           move ws-a(ws-pos:1) to ws-running(3200:1).
           move 0 to ws-digit.
           perform 300-take-off-divisor thru 300-exit
               until ws-running(ws-window:ws-window-length)
                   < ws-b(ws-window:ws-window-length).
           move ws-digit to ls-quotient(ws-pos:1).
       200-exit. exit.
       300-take-off-divisor.
           move 0 to ws-borrow.
           move 3197 to ws-limb-pos.
           perform ws-window-limbs times
               move ws-running(ws-limb-pos:4) to ws-limb-r
               move ws-b(ws-limb-pos:4) to ws-limb-b
               compute ws-limb-diff =
                   ws-limb-r - ws-limb-b - ws-borrow
               if ws-limb-diff < 0
                   add 10000 to ws-limb-diff
                   move 1 to ws-borrow
               else
                   move 0 to ws-borrow
               end-if
               move ws-limb-diff to ws-limb-out
               move ws-limb-out to ws-running(ws-limb-pos:4)
               subtract 4 from ws-limb-pos
           end-perform.
           add 1 to ws-digit.
       300-exit. exit.
      *    a value that fills the full width (no trailing space) is
      *    already in normalized internal form - every result this
      *    service hands out is - so the reshaping below, which walks
      *    the string character by character, is skipped for it.
       500-normalize.
           if ws-trimmed(3200:1) not = space
               go to 500-done
           end-if.
           move 0 to ws-in-start.
           perform varying ws-pos from 1 by 1
               until ws-pos > 3200 or ws-in-start not = 0
               if ws-trimmed(ws-pos:1) not = space
                   and ws-trimmed(ws-pos:1) not = "0"
                   move ws-pos to ws-in-start
               end-if
           end-perform.
           if ws-in-start = 0
               move all "0" to ws-trimmed
               go to 500-done
           end-if.
           compute ws-in-length = 0.
           perform varying ws-pos from ws-in-start by 1
               until ws-pos > 3200
               or ws-trimmed(ws-pos:1) = space
               if ws-trimmed(ws-pos:1) < "0"
                   or ws-trimmed(ws-pos:1) > "9"
                   move all "0" to ws-trimmed
                   go to 500-done
               end-if
               add 1 to ws-in-length
           end-perform.
           move ws-trimmed(ws-in-start:ws-in-length)
               to ws-hold(1:ws-in-length).
           move all "0" to ws-trimmed.
           move ws-hold(1:ws-in-length) to
               ws-trimmed(3200 - ws-in-length + 1:ws-in-length).
       500-done.
           exit.
       end function big-divide.
