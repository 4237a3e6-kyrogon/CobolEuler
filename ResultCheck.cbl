      *    group diverges, reconcile's flag-it-loudly convention.
      *    An optional positional parameter restricts the scan to
      *    one program-id.
      *    A run whose answer outgrew the ledger's 18-byte result
      *    field is compared on its complete RESULTS.BIG figure (its
      *    length and check value), so two full-precision answers
      *    that only share their last 18 digits still diverge.
      *    Every change of answer inside a question is laid against
      *    the version stamp log-run puts on each row
      *    (fd-led-version): an answer that changed when a new build
      *    of the program went in is counted apart from one that
      *    changed under the same build - the second is the corrupted
      *    state this scan exists for; the first may simply be a fix,
      *    and the new build's VERSIONS.DAT catalog entry (install
      *    date and promoter, see version-maint) is shown beside it.
      *    A row from before stamping has no version; a change next
      *    to one is counted as within, never as across.
      *    An answer euler2 or factor-batch served from the factor
      *    cache carries SRC=CACHE at column 27 of its parameters; the
      *    mark is left out of the grouping, so a cached answer is
      *    checked against the computed ones for the same testor.
       environment division.
       configuration section.
           repository.
               function log-alert
               function get-big-result
               function rec-hash
               function version-entry
               function enter-environment.
       input-output section.
       file-control.
           select ledger-file assign to "RESULTS.LED"
           05 fd-led-run-date      pic 9(08).
           05 fd-led-run-time      pic 9(06).
           05 fd-led-elapsed-sec   pic 9(05).
           05 fd-led-run-id        pic 9(10).
           05 fd-led-full-figure   pic x(01).
           05 fd-led-version       pic x(08).
       fd reversal-file.
       01 fd-reversal-rec.
           05 fd-rev-program-id    pic x(08).
                   10 ws-grp-distinct     pic 9(01).
                   10 ws-grp-first-div    pic 9(08).
                   10 ws-grp-last-div     pic 9(08).
      *    the answer and version of the question's previous row,
      *    and its answer changes so far split by whether the
      *    version changed with them.
                   10 ws-grp-prev-answer  pic 9(01).
                   10 ws-grp-prev-version pic x(08).
                   10 ws-grp-across       pic 9(05).
                   10 ws-grp-within       pic 9(05).
                   10 ws-grp-answer occurs 4 times.
                       15 ws-grp-result   pic x(18).
                       15 ws-grp-uses     pic 9(05).
                       15 ws-grp-digits   pic 9(04).
                       15 ws-grp-check    pic 9(09).
                       15 ws-grp-version  pic x(08).
           01 ws-group-overflow    pic X       value "N".
           01 ws-found-idx         pic 9(03).
           01 ws-answer-idx        pic 9(01).
           01 ws-diverge-count     pic 9(03)   value 0.
           01 ws-diverge-within    pic 9(03)   value 0.
           01 ws-diverge-across    pic 9(03)   value 0.
           01 ws-catalog-entry.
               05 ws-cat-install-date  pic x(08).
               05 ws-cat-promoted-by   pic x(08).
           01 ws-alert-message     pic x(60).
           01 ws-log-status        pic X.
           01 ws-reversal-status   pic x(02)   value "00".
           01 rv                   pic 9(03).
           01 g                    pic 9(03).
           01 d                    pic 9(01).
      *    the row's full figure, when it has one: digit count and
      *    rec-hash check value (both zero for an ordinary row).
           01 ws-big-figure        pic x(3200).
           01 ws-row-digits        pic 9(04).
           01 ws-row-parameters    pic x(40).
           01 ws-row-check         pic 9(09).
       procedure division.
       display function enter-environment("result-check").
       perform 100-init thru 100-exit.
       perform 150-load-reversals thru 150-exit.
       perform 200-walk-ledger thru 200-exit.
           if ws-row-reversed = "Y"
               go to 210-done
           end-if.
           perform 218-measure-full-figure.
           move fd-led-parameters to ws-row-parameters.
           if ws-row-parameters(27:9) = "SRC=CACHE"
               move spaces to ws-row-parameters(27:9)
           end-if.
           move 0 to ws-found-idx.
           perform varying g from 1 by 1
               until g > ws-group-count or ws-found-idx not = 0
               if ws-grp-program-id(g) = fd-led-program-id
                   and ws-grp-parameters(g) = ws-row-parameters
                   move g to ws-found-idx
               end-if
           end-perform.
               move ws-group-count to ws-found-idx
               move fd-led-program-id
                   to ws-grp-program-id(ws-found-idx)
               move ws-row-parameters
                   to ws-grp-parameters(ws-found-idx)
               move 0 to ws-grp-runs(ws-found-idx)
               move 1 to ws-grp-distinct(ws-found-idx)
               move fd-led-result
                   to ws-grp-result(ws-found-idx, 1)
               move 0 to ws-grp-uses(ws-found-idx, 1)
               move ws-row-digits
                   to ws-grp-digits(ws-found-idx, 1)
               move ws-row-check
                   to ws-grp-check(ws-found-idx, 1)
               move 0 to ws-grp-first-div(ws-found-idx)
               move 0 to ws-grp-last-div(ws-found-idx)
               move 1 to ws-grp-prev-answer(ws-found-idx)
               move fd-led-version
                   to ws-grp-prev-version(ws-found-idx)
               move 0 to ws-grp-across(ws-found-idx)
               move 0 to ws-grp-within(ws-found-idx)
           end-if.
           move ws-found-idx to g.
           add 1 to ws-grp-runs(g).
           end-perform.
       215-done.
           exit.
       218-measure-full-figure.
           move 0 to ws-row-digits ws-row-check.
           if fd-led-full-figure = "Y"
               move function get-big-result(fd-led-program-id,
                   fd-led-run-date, fd-led-run-time)
                   to ws-big-figure
               if ws-big-figure not = spaces
                   compute ws-row-digits =
                       function length(function trim(ws-big-figure))
                   move function rec-hash(ws-big-figure, "0")
                       to ws-row-check
               end-if
           end-if.
      *    220-fold-result: a result already seen just ticks its
      *    count; a new one opens a divergence (or widens it), and
      *    the divergence's first and last sighting dates ride
               until d > ws-grp-distinct(g)
                   or ws-answer-idx not = 0
               if ws-grp-result(g, d) = fd-led-result
                   and ws-grp-digits(g, d) = ws-row-digits
                   and ws-grp-check(g, d) = ws-row-check
                   move d to ws-answer-idx
               end-if
           end-perform.
           if ws-answer-idx not = 0
               add 1 to ws-grp-uses(g, ws-answer-idx)
               move fd-led-version
                   to ws-grp-version(g, ws-answer-idx)
               perform 225-note-answer-change
               if ws-answer-idx > 1
                   move fd-led-run-date to ws-grp-last-div(g)
               end-if
               move ws-grp-distinct(g) to d
               move fd-led-result to ws-grp-result(g, d)
               move 1 to ws-grp-uses(g, d)
               move ws-row-digits to ws-grp-digits(g, d)
               move ws-row-check to ws-grp-check(g, d)
               move fd-led-version to ws-grp-version(g, d)
               move d to ws-answer-idx
           end-if.
           perform 225-note-answer-change.
           if ws-grp-first-div(g) = 0
               move fd-led-run-date to ws-grp-first-div(g)
           end-if.
           move fd-led-run-date to ws-grp-last-div(g).
       220-done.
           exit.
      *    225-note-answer-change: a row whose answer differs from
      *    the question's previous row is one answer change - across
      *    a version change when both rows carry a version stamp and
      *    the stamps differ, within the same version otherwise. An
      *    answer past the table's four is answer 0: still a change.
       225-note-answer-change.
           if ws-answer-idx not = ws-grp-prev-answer(g)
               if fd-led-version not = spaces
                   and ws-grp-prev-version(g) not = spaces
                   and fd-led-version not = ws-grp-prev-version(g)
                   add 1 to ws-grp-across(g)
               else
                   add 1 to ws-grp-within(g)
               end-if
           end-if.
           move ws-answer-idx to ws-grp-prev-answer(g).
           move fd-led-version to ws-grp-prev-version(g).
       300-report.
           display " ".
           display "===== Same-question result scan =====".
           display " ".
           display "Questions scanned: " ws-group-count
               "   Diverging: " ws-diverge-count.
           display "  changed within one version: " ws-diverge-within
               "   only across version changes: " ws-diverge-across.
           if ws-group-overflow = "Y"
               display "result-check: more than 100 distinct"
                   " questions on file - later ones not scanned."
               ws-grp-first-div(g) " last " ws-grp-last-div(g).
           perform varying d from 1 by 1
               until d > ws-grp-distinct(g)
               if ws-grp-digits(g, d) = 0
                   display "  answer " ws-grp-result(g, d) " seen "
                       ws-grp-uses(g, d) " time(s)"
               else
                   display "  answer ..." ws-grp-result(g, d) " ("
                       ws-grp-digits(g, d) " digits) seen "
                       ws-grp-uses(g, d) " time(s)"
               end-if
               perform 320-show-answer-version
           end-perform.
           display "  answer changes: " ws-grp-across(g)
               " across a version change, " ws-grp-within(g)
               " within the same version".
           move spaces to ws-alert-message.
           if ws-grp-within(g) > 0
               add 1 to ws-diverge-within
               string "results not unanimous: "
                   function trim(ws-grp-parameters(g))
                   delimited by size into ws-alert-message
           else
               add 1 to ws-diverge-across
               string "answer changed with version: "
                   function trim(ws-grp-parameters(g))
                   delimited by size into ws-alert-message
           end-if.
           move function log-alert(ws-grp-program-id(g), "W",
               ws-alert-message) to ws-log-status.
      *    320-show-answer-version: the build that last gave the
      *    answer, and when that build went in and on whose word.
       320-show-answer-version.
           if ws-grp-version(g, d) = spaces
               display "    last from an unstamped run"
           else
               move function version-entry(ws-grp-program-id(g),
                   ws-grp-version(g, d)) to ws-catalog-entry
               if ws-catalog-entry = spaces
                   display "    last from version "
                       ws-grp-version(g, d)
                       " - not in VERSIONS.DAT"
               else
                   display "    last from version "
                       ws-grp-version(g, d) " installed "
                       ws-cat-install-date " by " ws-cat-promoted-by
               end-if
           end-if.
       end program result-check.
