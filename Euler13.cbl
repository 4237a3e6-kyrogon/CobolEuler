       identification division.
       program-id. euler13.
      *----------------------------------------------------------------
      *    euler13: the exact total of a file of large numbers - the
      *    lists of fifty-digit-and-up figures that nothing else in
      *    the suite can read, since every other input is held in an
      *    ordinary pic 9(18). Each line of the numbers file is one
      *    figure; it is validated on the way in the way euler1
      *    validates DIVISORS.DAT - digits only, leading and trailing
      *    spaces allowed, nothing else - and every refused line goes
      *    to the NUMREJS.TXT reject report with its line number and
      *    reason. The good lines are totalled at full precision
      *    through big-add (src/library/bignum.cbl).
      *    The report is the full sum, its first ten digits (the
      *    figure usually asked for) and the record counts. log-run
      *    keeps the whole sum (RESULTS.BIG once it passes eighteen
      *    digits); the registry row holds its last 18, as euler3's
      *    does. The read/accepted/rejected counts are filed on
      *    CTLTOTS.DAT (log-control-totals, see
      *    src/library/ctltot.cbl) for the nightly balance.
      *    Positional parameter (optional): 1 - the numbers file
      *    (default NUMBERS.DAT).
      *    RETURN-CODE 0 totalled (any rejects are on NUMREJS.TXT),
      *    16 when the file is missing or holds no usable number, or
      *    when the total passes the service's 3200 digits.
       environment division.
       configuration section.
           repository.
               function big-add
               function log-run
               function log-alert
               function get-elapsed-seconds
               function update-registry
               function log-control-totals
               function enter-environment.
       input-output section.
       file-control.
           select numbers-file assign to dynamic ws-numbers-filename
               organization is line sequential
               file status is ws-numbers-status.
           select reject-file assign to "NUMREJS.TXT"
               organization is line sequential.
       data division.
       file section.
       fd numbers-file.
       01 fd-numbers-rec           pic x(3200).
       fd reject-file.
       01 rej-line                 pic x(80).
       working-storage section.
           01 ws-numbers-filename  pic x(40)   value "NUMBERS.DAT".
           01 ws-numbers-status    pic x(02)   value "00".
           01 ws-result-big        pic x(3200) value all "0".
           01 ws-sum-big           pic x(3200).
           01 ws-lead-zeros        pic 9(04).
           01 ws-sum-digits        pic 9(04).
           01 ws-lead-digits       pic x(10).
      *    the string-arithmetic service's overflow signal is the
      *    all-nines figure it returns (a function module's
      *    RETURN-CODE never reaches the invoking program's own
      *    register, so the sentinel is the signal).
           01 ws-all-nines         pic x(3200) value all "9".
           01 ws-overflow          pic X       value "N".
      *    numbers-file validation bookkeeping: the figure's first
      *    and last non-blank columns, and the reason a line was
      *    refused.
           01 ws-line-number       pic 9(07)   value 0.
           01 ws-accept-count      pic 9(07)   value 0.
           01 ws-reject-count      pic 9(07)   value 0.
           01 ws-added-count       pic 9(07)   value 0.
           01 ws-fig-start         pic 9(04).
           01 ws-fig-end           pic 9(04).
           01 ws-fig-length        pic 9(04).
           01 ws-reject-reason     pic x(30).
           01 ws-file-read         pic X       value "N".
           01 ws-control-totals.
               05 ws-ctl-read          pic 9(07)   value 0.
               05 ws-ctl-accepted      pic 9(07)   value 0.
               05 ws-ctl-rejected      pic 9(07)   value 0.
               05 ws-ctl-processed     pic 9(07)   value 0.
               05 ws-ctl-failed        pic 9(07)   value 0.
               05 ws-ctl-deferred      pic 9(07)   value 0.
           01 ws-arg-count         pic 9(2).
           01 ws-x                 pic 9(2).
           01 ws-arg               pic x(40).
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
       display function enter-environment("euler13").
       accept ws-start-time from time.
       perform 100-init thru 100-exit.
       if return-code not = 0
           perform 800-log-run
           goback
       end-if.
       perform 200-run thru 200-exit.
       evaluate true
           when ws-file-read = "N"
               display "euler13: numbers file "
                   function trim(ws-numbers-filename) " not found"
               move 16 to return-code
           when ws-accept-count = 0
               display "euler13: no usable number in "
                   function trim(ws-numbers-filename)
                   " - see NUMREJS.TXT"
               move 16 to return-code
           when ws-overflow = "Y"
               display "euler13: the total overflowed the service's"
                   " 3200 digits at line " ws-line-number
               move function log-alert("euler13", "E",
                   "total overflowed 3200 digits") to ws-log-status
               move 16 to return-code
           when other
               perform 700-display-result
       end-evaluate.
       perform 800-log-run.
       perform 250-log-control-totals thru 250-exit.
       goback.
       100-init.
           move 0 to return-code.
           accept ws-arg-count from argument-number.
           if ws-arg-count >= 1
               move 1 to ws-x
               display ws-x upon argument-number
               move spaces to ws-arg
               accept ws-arg from argument-value
               if ws-arg = spaces
                   display "euler13: numbers file name is blank"
                   move 16 to return-code
                   go to 100-exit
               end-if
               move ws-arg to ws-numbers-filename
           end-if.
       100-exit. exit.
      *----------------------------------------------------------------
      *    200-run: the reject report is opened with the file, so a
      *    clean file still leaves a report saying so - how ops tell
      *    "no rejects" from "validation not run", as with
      *    DIVREJS.TXT.
       200-run.
           open input numbers-file.
           if ws-numbers-status not = "00"
               go to 200-exit
           end-if.
           move "Y" to ws-file-read.
           open output reject-file.
           move spaces to rej-line.
           string "NUMBERS FILE REJECTS - "
               function trim(ws-numbers-filename)
               delimited by size into rej-line.
           write rej-line.
           perform until ws-numbers-status = "10"
               read numbers-file
                   at end move "10" to ws-numbers-status
                   not at end perform 210-take-one-line
                       thru 210-done
               end-read
           end-perform.
           close numbers-file.
           perform 230-finish-reject-report.
       200-exit. exit.
      *    210-take-one-line: the figure is whatever lies between the
      *    line's first and last non-blank columns, and all of it
      *    must be digits. Once the total has overflowed, later good
      *    lines are still validated and counted but no longer added.
       210-take-one-line.
           add 1 to ws-line-number.
           move spaces to ws-reject-reason.
           if fd-numbers-rec = spaces
               move "blank line" to ws-reject-reason
               perform 220-write-reject
               go to 210-done
           end-if.
           move 0 to ws-fig-start.
           inspect fd-numbers-rec
               tallying ws-fig-start for leading space.
           add 1 to ws-fig-start.
           move 3200 to ws-fig-end.
           perform until fd-numbers-rec(ws-fig-end:1) not = space
               subtract 1 from ws-fig-end
           end-perform.
           compute ws-fig-length = ws-fig-end - ws-fig-start + 1.
           if fd-numbers-rec(ws-fig-start:ws-fig-length)
               is not numeric
               move "not digits only" to ws-reject-reason
               perform 220-write-reject
               go to 210-done
           end-if.
           add 1 to ws-accept-count.
           if ws-overflow = "Y"
               go to 210-done
           end-if.
           move function big-add(ws-result-big,
               fd-numbers-rec(ws-fig-start:ws-fig-length))
               to ws-sum-big.
           if ws-sum-big = ws-all-nines
               move "Y" to ws-overflow
           else
               move ws-sum-big to ws-result-big
               add 1 to ws-added-count
           end-if.
       210-done.
           exit.
       220-write-reject.
           add 1 to ws-reject-count.
           move spaces to rej-line.
           move "LINE" to rej-line(1:5).
           move ws-line-number to rej-line(6:7).
           move fd-numbers-rec(1:40) to rej-line(14:40).
           move ws-reject-reason to rej-line(55:26).
           write rej-line.
       230-finish-reject-report.
           move spaces to rej-line.
           write rej-line.
           move spaces to rej-line.
           move "LINES READ:" to rej-line(1:12).
           move ws-line-number to rej-line(14:7).
           move "ACCEPTED:" to rej-line(23:10).
           move ws-accept-count to rej-line(33:7).
           move "REJECTED:" to rej-line(42:10).
           move ws-reject-count to rej-line(52:7).
           write rej-line.
           close reject-file.
           if ws-reject-count > 0
               display "euler13: " ws-reject-count " line(s)"
                   " rejected - see NUMREJS.TXT"
           end-if.
      *----------------------------------------------------------------
      *    250-log-control-totals: the numbers file's lines in against
      *    what became of them - accepted or rejected to NUMREJS.TXT -
      *    and the accepted figures against the total: processed when
      *    added, failed from the one that overflowed it onward.
       250-log-control-totals.
           if ws-file-read = "N"
               go to 250-exit
           end-if.
           move ws-line-number to ws-ctl-read.
           move ws-accept-count to ws-ctl-accepted.
           move ws-reject-count to ws-ctl-rejected.
           move ws-added-count to ws-ctl-processed.
           compute ws-ctl-failed = ws-accept-count - ws-added-count.
           move function log-control-totals("euler13",
               ws-numbers-filename, ws-control-totals)
               to ws-log-status.
       250-exit. exit.
      *----------------------------------------------------------------
      *    700-display-result: the sum with its leading zeros
      *    suppressed, then its first ten digits - all of them when
      *    the sum is shorter than ten.
       700-display-result.
           move 0 to ws-lead-zeros.
           inspect ws-result-big
               tallying ws-lead-zeros for leading "0".
           if ws-lead-zeros >= 3200
               move 3199 to ws-lead-zeros
           end-if.
           compute ws-sum-digits = 3200 - ws-lead-zeros.
           move spaces to ws-lead-digits.
           if ws-sum-digits > 10
               move ws-result-big(ws-lead-zeros + 1:10)
                   to ws-lead-digits
           else
               move ws-result-big(ws-lead-zeros + 1:ws-sum-digits)
                   to ws-lead-digits
           end-if.
           display "Result: " ws-result-big(ws-lead-zeros + 1:
               ws-sum-digits).
           display "First ten digits: " ws-lead-digits.
           display "Digits in total:  " ws-sum-digits.
           display "Lines read: " ws-line-number " accepted: "
               ws-accept-count " rejected: " ws-reject-count.
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
           string "FILE=" ws-numbers-filename(1:27) " RC=" ws-log-rc
               delimited by size into ws-log-parameters.
           if return-code not = 0
               move all "0" to ws-result-big
           end-if.
           move ws-result-big(3183:18) to ws-log-result.
           move function log-run("euler13", ws-log-parameters,
               ws-result-big, ws-elapsed-sec,
               ws-program-version) to ws-log-status.
           move function update-registry(13, "euler13",
               "Full-precision sum of a file of large numbers",
               ws-log-result) to ws-log-status.
       end program euler13.
