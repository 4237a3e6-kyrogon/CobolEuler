       identification division.
       program-id. regress-replay.
      *----------------------------------------------------------------
      *    regress-replay: asks every benchmark question on
      *    REGRESS.DAT (picked by regress-base) again, with today's
      *    programs and library, and checks the answer against the
      *    ledger baseline the question was picked at - run after
      *    any change to primes.cbl, bignum.cbl or an Euler program
      *    and BEFORE it reaches the nightly window, where
      *    result-check would only find a difference after the
      *    fact.
      *    Each question runs as a child process, launched the way
      *    batch-driver launches a step ("./<program> <arguments>",
      *    under a run number of its own), but inside REGRESS.WRK -
      *    a scratch directory rebuilt for every question from a
      *    copy of the state files the programs read (the ledger,
      *    registry, prime tables, expected answers and the
      *    programs' input files). The child's ledger row, registry
      *    refresh, audit and alert records and any cache or
      *    checkpoint it writes all land in the scratch copy and
      *    are thrown away with it; nothing the production window
      *    reads is touched. Caches and checkpoints are deliberately
      *    not copied in, so every answer is worked out afresh
      *    rather than read back.
      *    The answer is the ledger row the child wrote in the
      *    scratch under its run number. A question PASSes when the
      *    child ended cleanly and its answer (and full-figure flag)
      *    equals the baseline; it FAILs on a different answer, a
      *    non-zero return code, or no ledger row at all - the
      *    child's console output is then kept as REGRESS.<nnn>.TXT
      *    for the question number. Elapsed seconds are set beside
      *    the baseline's, with the difference; a run more than
      *    twice as slow (and at least five seconds slower) is
      *    flagged, but speed alone never fails a question.
      *    An answer too long for the ledger's 18 bytes is compared
      *    on its last 18 digits and its flag - the full figure
      *    stays in the scratch RESULTS.BIG.
      *    Optional positional parameter: a program-id, to replay
      *    only that program's questions. The replay is logged
      *    through log-access; failures also raise a log-alert "W".
      *    RETURN-CODE 0 all passed, 4 no questions to ask, 16 any
      *    question failed.
       environment division.
       configuration section.
           repository.
               function log-access
               function log-alert
               function next-run-id
               function current-run-id
               function set-run-id
               function enter-environment.
       input-output section.
       file-control.
           select regress-file assign to "REGRESS.DAT"
               organization is line sequential
               file status is ws-regress-status.
           select scratch-ledger assign to dynamic ws-scratch-ledger
               organization is line sequential
               file status is ws-ledger-status.
       data division.
       file section.
       fd regress-file.
       01 fd-regress-rec           pic x(126).
       fd scratch-ledger.
       01 fd-ledger-rec.
           05 fd-led-program-id    pic x(08).
           05 fd-led-parameters    pic x(40).
           05 fd-led-result        pic x(18).
           05 fd-led-run-date      pic 9(08).
           05 fd-led-run-time      pic 9(06).
           05 fd-led-elapsed-sec   pic 9(05).
           05 fd-led-run-id        pic 9(10).
           05 fd-led-full-figure   pic x(01).
       working-storage section.
           01 ws-regress-status    pic x(02)   value "00".
           01 ws-ledger-status     pic x(02)   value "00".
           01 ws-operator-id       pic x(08)   value "REGRESS".
           01 ws-select-program    pic x(08)   value spaces.
           01 ws-arg               pic x(40).
           01 ws-arg-num           pic 9(2).
           01 ws-arg-count         pic 9(2).
           01 ws-log-status        pic X.
           01 ws-log-command       pic x(80).
           01 ws-log-parms         pic x(60).
           01 ws-alert-message     pic x(60).
           01 ws-final-rc          pic 9(02)   value 0.
      *    one question, laid out as REGRESS.DAT holds it (see
      *    regress-base).
           01 ws-question.
               05 ws-rgq-program-id    pic x(08).
               05 ws-rgq-args          pic x(60).
               05 ws-rgq-result        pic x(18).
               05 ws-rgq-full-figure   pic x(01).
               05 ws-rgq-elapsed-sec   pic 9(05).
               05 ws-rgq-run-date      pic 9(08).
               05 ws-rgq-run-id        pic 9(10).
               05 ws-rgq-source        pic x(08).
               05 ws-rgq-added-date    pic 9(08).
      *    the questions and what each replay made of them.
           01 ws-replays.
               05 ws-rpl-count     pic 9(03)   value 0.
               05 ws-rpl-entry occurs 100 times.
                   10 ws-rpl-question     pic x(126).
                   10 ws-rpl-asked        pic X.
                   10 ws-rpl-verdict      pic x(04).
                   10 ws-rpl-reason       pic x(14).
                   10 ws-rpl-result       pic x(18).
                   10 ws-rpl-full-figure  pic x(01).
                   10 ws-rpl-elapsed-sec  pic 9(05).
                   10 ws-rpl-return-code  pic 9(09).
                   10 ws-rpl-run-id       pic 9(10).
           01 ws-base-overflow     pic X       value "N".
           01 ws-asked-count       pic 9(03)   value 0.
           01 ws-pass-count        pic 9(03)   value 0.
           01 ws-fail-count        pic 9(03)   value 0.
      *    the scratch directory and the state files copied into it
      *    - the state-snapshot set the programs read, plus their
      *    input files.
           01 ws-scratch-dir       pic x(12)   value "REGRESS.WRK".
           01 ws-scratch-files.
               05 filler pic x(16) value "RESULTS.LED".
               05 filler pic x(16) value "REGISTRY.DAT".
               05 filler pic x(16) value "PRIMES.DAT".
               05 filler pic x(16) value "PRIMERNG.DAT".
               05 filler pic x(16) value "EXPECTED.DAT".
               05 filler pic x(16) value "DIVISORS.DAT".
               05 filler pic x(16) value "FACTREQS.DAT".
           01 ws-scratch-file-table redefines ws-scratch-files.
               05 ws-scratch-file  pic x(16) occurs 7 times.
           01 ws-copy-from         pic x(40).
           01 ws-copy-to           pic x(40).
           01 ws-copy-rc           pic 9(09)   comp.
           01 ws-scratch-ledger    pic x(40).
           01 ws-shell-command     pic x(200).
           01 ws-child-log         pic x(40).
           01 ws-kept-log          pic x(40).
           01 ws-own-run-id        pic 9(10)   value 0.
           01 ws-child-run-id      pic 9(10)   value 0.
           01 ws-child-rc          pic 9(09)   comp.
           01 ws-row-found         pic X.
           01 ws-delta             pic s9(05).
           01 ws-delta-show        pic +(5)9.
           01 ws-slower            pic X.
           01 b                    pic 9(03).
           01 f                    pic 9(02).
       procedure division.
       display function enter-environment("regress-replay").
       perform 100-init thru 100-exit.
       if ws-asked-count = 0
           if ws-select-program = spaces
               display "regress-replay: no questions on REGRESS.DAT"
                   " - pick some with regress-base."
           else
               display "regress-replay: no questions for "
                   function trim(ws-select-program)
                   " on REGRESS.DAT."
           end-if
           move 4 to return-code
           goback
       end-if.
       display "regress-replay: " ws-asked-count " question(s) to"
           " ask.".
       perform 200-replay-one thru 200-exit
           varying b from 1 by 1 until b > ws-rpl-count.
       perform 290-remove-scratch.
       perform 900-report thru 900-exit.
       perform 950-log-replay.
       if ws-fail-count > 0
           move 16 to ws-final-rc
       else
           move 0 to ws-final-rc
       end-if.
       move ws-final-rc to return-code.
       goback.
       100-init.
           move function current-run-id to ws-own-run-id.
           accept ws-arg-count from argument-number.
           if ws-arg-count >= 1
               move 1 to ws-arg-num
               display ws-arg-num upon argument-number
               move spaces to ws-arg
               accept ws-arg from argument-value
               move ws-arg to ws-select-program
           end-if.
           open input regress-file.
           if ws-regress-status not = "00"
               go to 100-exit
           end-if.
           perform until ws-regress-status = "10"
               read regress-file
                   at end move "10" to ws-regress-status
                   not at end perform 110-take-question
               end-read
           end-perform.
           close regress-file.
           if ws-base-overflow = "Y"
               display "regress-replay: more than 100 questions on"
                   " REGRESS.DAT - the first 100 are asked."
           end-if.
       100-exit. exit.
       110-take-question.
           if ws-rpl-count >= 100
               move "Y" to ws-base-overflow
           else
               add 1 to ws-rpl-count
               move fd-regress-rec to ws-rpl-question(ws-rpl-count)
               move fd-regress-rec to ws-question
               move "N" to ws-rpl-asked(ws-rpl-count)
               if ws-select-program = spaces
                   or ws-select-program = ws-rgq-program-id
                   move "Y" to ws-rpl-asked(ws-rpl-count)
                   add 1 to ws-asked-count
               end-if
           end-if.
      *----------------------------------------------------------------
      *    200-replay-one: fresh scratch, one child, one verdict.
       200-replay-one.
           if ws-rpl-asked(b) = "N"
               go to 200-exit
           end-if.
           move ws-rpl-question(b) to ws-question.
           display "regress-replay: question " b " - "
               function trim(ws-rgq-program-id) " "
               function trim(ws-rgq-args).
           perform 210-prepare-scratch.
           perform 220-launch-child.
           perform 230-find-answer thru 230-exit.
           perform 240-judge.
       200-exit. exit.
       210-prepare-scratch.
           perform 290-remove-scratch.
           move spaces to ws-shell-command.
           string "mkdir " function trim(ws-scratch-dir)
               delimited by size into ws-shell-command.
           call "SYSTEM" using ws-shell-command.
           perform varying f from 1 by 1 until f > 7
               move spaces to ws-copy-from ws-copy-to
               move ws-scratch-file(f) to ws-copy-from
               string function trim(ws-scratch-dir) "/"
                   function trim(ws-scratch-file(f))
                   delimited by size into ws-copy-to
               call "CBL_COPY_FILE" using ws-copy-from ws-copy-to
                   returning ws-copy-rc
           end-perform.
      *    220-launch-child: the run number goes into the
      *    environment before the launch, exactly as batch-driver's
      *    302-issue-run-id does it, and the replay takes its own
      *    back afterwards.
       220-launch-child.
           move function next-run-id to ws-child-run-id.
           move function set-run-id(ws-child-run-id)
               to ws-log-status.
           move ws-child-run-id to ws-rpl-run-id(b).
           move spaces to ws-child-log.
           string "REGRESS." b ".TXT"
               delimited by size into ws-child-log.
           move spaces to ws-shell-command.
           if ws-rgq-args = spaces
               string "cd " function trim(ws-scratch-dir)
                   " && ../" function trim(ws-rgq-program-id)
                   " > " function trim(ws-child-log) " 2>&1"
                   delimited by size into ws-shell-command
           else
               string "cd " function trim(ws-scratch-dir)
                   " && ../" function trim(ws-rgq-program-id)
                   " " function trim(ws-rgq-args)
                   " > " function trim(ws-child-log) " 2>&1"
                   delimited by size into ws-shell-command
           end-if.
           call "SYSTEM" using ws-shell-command.
           move return-code to ws-child-rc.
           move ws-child-rc to ws-rpl-return-code(b).
           move function set-run-id(ws-own-run-id)
               to ws-log-status.
      *    230-find-answer: the child's row in the scratch ledger,
      *    by run number.
       230-find-answer.
           move "N" to ws-row-found.
           move spaces to ws-rpl-result(b) ws-rpl-full-figure(b).
           move 0 to ws-rpl-elapsed-sec(b).
           move spaces to ws-scratch-ledger.
           string function trim(ws-scratch-dir) "/RESULTS.LED"
               delimited by size into ws-scratch-ledger.
           open input scratch-ledger.
           if ws-ledger-status not = "00"
               go to 230-exit
           end-if.
           perform until ws-ledger-status = "10"
               read scratch-ledger
                   at end move "10" to ws-ledger-status
                   not at end
                       if fd-led-run-id is numeric
                           and fd-led-run-id = ws-child-run-id
                           move "Y" to ws-row-found
                           move fd-led-result to ws-rpl-result(b)
                           move fd-led-full-figure
                               to ws-rpl-full-figure(b)
                           move fd-led-elapsed-sec
                               to ws-rpl-elapsed-sec(b)
                       end-if
               end-read
           end-perform.
           close scratch-ledger.
       230-exit. exit.
       240-judge.
           move "FAIL" to ws-rpl-verdict(b).
           evaluate true
               when ws-child-rc not = 0
                   move "ENDED BADLY" to ws-rpl-reason(b)
               when ws-row-found = "N"
                   move "NO LEDGER ROW" to ws-rpl-reason(b)
               when ws-rpl-result(b) not = ws-rgq-result
                   or ws-rpl-full-figure(b) not = ws-rgq-full-figure
                   move "ANSWER DIFFERS" to ws-rpl-reason(b)
               when other
                   move "PASS" to ws-rpl-verdict(b)
                   move spaces to ws-rpl-reason(b)
           end-evaluate.
           if ws-rpl-verdict(b) = "PASS"
               add 1 to ws-pass-count
           else
               add 1 to ws-fail-count
               perform 245-keep-child-log
           end-if.
       245-keep-child-log.
           move spaces to ws-copy-from ws-kept-log.
           string function trim(ws-scratch-dir) "/"
               function trim(ws-child-log)
               delimited by size into ws-copy-from.
           move ws-child-log to ws-kept-log.
           call "CBL_COPY_FILE" using ws-copy-from ws-kept-log
               returning ws-copy-rc.
       290-remove-scratch.
           move spaces to ws-shell-command.
           string "rm -rf " function trim(ws-scratch-dir)
               delimited by size into ws-shell-command.
           call "SYSTEM" using ws-shell-command.
      *----------------------------------------------------------------
       900-report.
           display " ".
           display "===== Regression replay report =====".
           perform varying b from 1 by 1 until b > ws-rpl-count
               if ws-rpl-asked(b) = "Y"
                   perform 910-report-one
               end-if
           end-perform.
           display " ".
           display "Asked: " ws-asked-count "  passed: " ws-pass-count
               "  failed: " ws-fail-count.
           if ws-fail-count = 0
               display "No regressions."
           else
               display "REGRESSIONS FOUND - the failing questions'"
                   " output is kept as REGRESS.<nnn>.TXT."
           end-if.
       900-exit. exit.
       910-report-one.
           move ws-rpl-question(b) to ws-question.
           display " ".
           display b " " ws-rpl-verdict(b) " " ws-rgq-program-id " "
               function trim(ws-rgq-args) "  " ws-rpl-reason(b).
           display "      baseline " ws-rgq-result " "
               ws-rgq-full-figure " (run " ws-rgq-run-id " of "
               ws-rgq-run-date ")".
           display "      replay   " ws-rpl-result(b) " "
               ws-rpl-full-figure(b) " (run " ws-rpl-run-id(b)
               ", rc " ws-rpl-return-code(b) ")".
           compute ws-delta =
               ws-rpl-elapsed-sec(b) - ws-rgq-elapsed-sec.
           move ws-delta to ws-delta-show.
           move "N" to ws-slower.
           if ws-delta >= 5
               and ws-rpl-elapsed-sec(b) > ws-rgq-elapsed-sec * 2
               move "Y" to ws-slower
           end-if.
           if ws-slower = "Y"
               display "      elapsed  " ws-rgq-elapsed-sec "s -> "
                   ws-rpl-elapsed-sec(b) "s (" ws-delta-show
                   "s)  ** more than twice as slow **"
           else
               display "      elapsed  " ws-rgq-elapsed-sec "s -> "
                   ws-rpl-elapsed-sec(b) "s (" ws-delta-show "s)"
           end-if.
       950-log-replay.
           move spaces to ws-log-command ws-log-parms.
           string "regress-replay "
               function trim(ws-select-program)
               delimited by size into ws-log-command.
           string "ASKED=" ws-asked-count " PASSED=" ws-pass-count
               " FAILED=" ws-fail-count
               delimited by size into ws-log-parms.
           move function log-access(ws-operator-id,
               ws-log-command, ws-log-parms) to ws-log-status.
           if ws-fail-count > 0
               move spaces to ws-alert-message
               string ws-fail-count " of " ws-asked-count
                   " regression question(s) failed on replay"
                   delimited by size into ws-alert-message
               move function log-alert("regress", "W",
                   ws-alert-message) to ws-log-status
           end-if.
       end program regress-replay.
