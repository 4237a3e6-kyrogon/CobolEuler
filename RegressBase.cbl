       identification division.
       program-id. regress-base.
      *----------------------------------------------------------------
      *    regress-base: keeps REGRESS.DAT, the benchmark questions
      *    regress-replay asks again whenever primes.cbl, bignum.cbl
      *    or an Euler program changes. A question is a program-id
      *    and the argument string it is launched with, together
      *    with the answer the ledger already holds for it - the
      *    baseline the replay must reproduce - and that run's
      *    elapsed seconds, run date and run number.
      *    The ledger records each program's own normalised reading
      *    of its parameters ("MAX=... MODE=..."), not the command
      *    line that produced it, so a question is traced back from
      *    its ledger row to the launch that made it: the row's run
      *    number finds the AUDITLOG.DAT record batch-driver,
      *    param-menu or the queue drain wrote for the launch, and
      *    the argument string is read out of that record. A row
      *    with no run number, or whose launch is no longer on the
      *    audit log, cannot be a question and is counted as such.
      *    An answer later taken back through ledger-correct
      *    (REVERSALS.DAT) is never used as a baseline.
      *    Modes (positional parameter 1):
      *      LIST    - the questions on file (the default mode);
      *      LEDGER  - parameter 2 a program-id: every distinct
      *                argument string that program has been run
      *                with, each at its latest ledger answer;
      *      PROFILE - parameter 2 a PROFILES.DAT name: the
      *                profile's program and arguments, at the
      *                latest ledger answer launched with exactly
      *                those arguments;
      *      DROP    - parameter 2 a question number from LIST;
      *                an intended change of answer is re-baselined
      *                by dropping the question and picking it again.
      *    A question already on file is never picked twice. Every
      *    change is logged through log-access. The file is held in
      *    a table of 100 and rewritten whole on change, under the
      *    shared lock. RETURN-CODE 16 when nothing could be picked
      *    or the named profile or question does not exist.
      *    REGRESS.DAT record: program-id x(08), arguments x(60),
      *    answer x(18), full-figure flag x(01), elapsed seconds
      *    9(05), run date 9(08), run number 9(10), source x(08)
      *    (LEDGER or the profile name), date added 9(08).
       environment division.
       configuration section.
           repository.
               function log-access
               function lock-acquire
               function lock-release
               function enter-environment.
       input-output section.
       file-control.
           select regress-file assign to "REGRESS.DAT"
               organization is line sequential
               file status is ws-regress-status.
           select ledger-file assign to "RESULTS.LED"
               organization is line sequential
               file status is ws-ledger-status.
           select audit-file assign to "AUDITLOG.DAT"
               organization is line sequential
               file status is ws-audit-status.
           select profile-file assign to "PROFILES.DAT"
               organization is line sequential
               file status is ws-profile-status.
           select reversal-file assign to "REVERSALS.DAT"
               organization is line sequential
               file status is ws-reversal-status.
       data division.
       file section.
       fd regress-file.
       01 fd-regress-rec           pic x(126).
       fd ledger-file.
       01 fd-ledger-rec.
           05 fd-led-program-id    pic x(08).
           05 fd-led-parameters    pic x(40).
           05 fd-led-result        pic x(18).
           05 fd-led-run-date      pic 9(08).
           05 fd-led-run-time      pic 9(06).
           05 fd-led-elapsed-sec   pic 9(05).
           05 fd-led-run-id        pic 9(10).
           05 fd-led-full-figure   pic x(01).
       fd audit-file.
       01 fd-audit-rec.
           05 fd-aud-operator      pic x(08).
           05 fd-aud-command       pic x(80).
           05 fd-aud-parameters    pic x(60).
           05 fd-aud-date          pic 9(08).
           05 fd-aud-time          pic 9(06).
           05 fd-aud-run-id        pic 9(10).
       fd profile-file.
       01 fd-profile-rec.
           05 fd-prf-name          pic x(08).
           05 fd-prf-program-id    pic x(08).
           05 fd-prf-args          pic x(60).
           05 fd-prf-description   pic x(30).
       fd reversal-file.
       01 fd-reversal-rec.
           05 fd-rev-program-id    pic x(08).
           05 fd-rev-run-date      pic 9(08).
           05 fd-rev-run-time      pic 9(06).
           05 filler               pic x(16).
       working-storage section.
           01 ws-regress-status    pic x(02)   value "00".
           01 ws-ledger-status     pic x(02)   value "00".
           01 ws-audit-status      pic x(02)   value "00".
           01 ws-profile-status    pic x(02)   value "00".
           01 ws-reversal-status   pic x(02)   value "00".
           01 ws-operator-id       pic x(08)   value "REGRESS".
           01 ws-mode              pic x(08)   value "LIST".
           01 ws-target            pic x(40)   value spaces.
           01 ws-today             pic 9(08).
           01 ws-log-status        pic X.
           01 ws-lock-status       pic X.
           01 ws-log-command       pic x(80).
           01 ws-log-parms         pic x(60).
           01 ws-arg               pic x(40).
           01 ws-arg-num           pic 9(2).
           01 ws-arg-count         pic 9(2).
           01 ws-numval-check      pic S9(4)   comp.
           01 ws-final-rc          pic 9(02)   value 0.
      *    one question, laid out as REGRESS.DAT holds it.
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
           01 ws-baseline.
               05 ws-base-count    pic 9(03)   value 0.
               05 ws-base-entry    pic x(126)  occurs 100 times.
           01 ws-base-overflow     pic X       value "N".
      *    the program's ledger rows, oldest first, each with the
      *    argument string traced for it off the audit log. Only
      *    the latest 300 are kept - a baseline wants the current
      *    answer, not the first one.
           01 ws-rows.
               05 ws-row-count     pic 9(03)   value 0.
               05 ws-row-entry occurs 300 times.
                   10 ws-row-result       pic x(18).
                   10 ws-row-full-figure  pic x(01).
                   10 ws-row-elapsed-sec  pic 9(05).
                   10 ws-row-run-date     pic 9(08).
                   10 ws-row-run-time     pic 9(06).
                   10 ws-row-run-id       pic 9(10).
                   10 ws-row-traced       pic X.
                   10 ws-row-args         pic x(60).
           01 ws-untraced-count    pic 9(05)   value 0.
           01 ws-reversed-count    pic 9(05)   value 0.
           01 ws-reversals.
               05 ws-rev-count     pic 9(03)   value 0.
               05 ws-rev-entry occurs 200 times.
                   10 ws-rev-program-id   pic x(08).
                   10 ws-rev-run-date     pic 9(08).
                   10 ws-rev-run-time     pic 9(06).
           01 ws-reversed          pic X.
           01 ws-pick-program      pic x(08).
           01 ws-pick-args         pic x(60).
           01 ws-pick-source       pic x(08).
           01 ws-added-count       pic 9(03)   value 0.
           01 ws-known-count       pic 9(03)   value 0.
           01 ws-on-file           pic X.
           01 ws-later-same        pic X.
           01 ws-drop-number       pic 9(03).
      *    launch-record parsing (see 420-trace-launch).
           01 ws-cmd-part          pic x(80).
           01 ws-cmd-token         pic x(40).
           01 ws-cmd-ptr           pic 9(03).
           01 ws-traced-args       pic x(60).
           01 b                    pic 9(03).
           01 r                    pic 9(03).
           01 r2                   pic 9(03).
       procedure division.
       display function enter-environment("regress-base").
       perform 100-init thru 100-exit.
       if ws-final-rc not = 0
           move ws-final-rc to return-code
           goback
       end-if.
       evaluate ws-mode
           when "LIST"
               perform 200-load-baseline thru 200-exit
               perform 300-list thru 300-exit
           when "LEDGER"
               perform 400-pick-ledger thru 400-exit
           when "PROFILE"
               perform 500-pick-profile thru 500-exit
           when "DROP"
               perform 600-drop thru 600-exit
           when other
               display "regress-base: unknown mode " ws-mode
                   " - LIST, LEDGER, PROFILE or DROP."
               move 16 to ws-final-rc
       end-evaluate.
       move ws-final-rc to return-code.
       goback.
       100-init.
           accept ws-today from date yyyymmdd.
           accept ws-arg-count from argument-number.
           if ws-arg-count >= 1
               move 1 to ws-arg-num
               display ws-arg-num upon argument-number
               move spaces to ws-arg
               accept ws-arg from argument-value
               move function upper-case(ws-arg) to ws-mode
           end-if.
           if ws-arg-count >= 2
               move 2 to ws-arg-num
               display ws-arg-num upon argument-number
               move spaces to ws-arg
               accept ws-arg from argument-value
               move ws-arg to ws-target
           end-if.
           if ws-mode = "LIST"
               go to 100-exit
           end-if.
           if ws-target = spaces
               display "regress-base: " function trim(ws-mode)
                   " needs a second parameter."
               move 16 to ws-final-rc
           end-if.
       100-exit. exit.
      *----------------------------------------------------------------
      *    200-load-baseline: the whole file into the table; a file
      *    longer than the table is refused for change rather than
      *    cut short by the rewrite.
       200-load-baseline.
           move 0 to ws-base-count.
           move "N" to ws-base-overflow.
           open input regress-file.
           if ws-regress-status not = "00"
               go to 200-exit
           end-if.
           perform until ws-regress-status = "10"
               read regress-file
                   at end move "10" to ws-regress-status
                   not at end
                       if ws-base-count < 100
                           add 1 to ws-base-count
                           move fd-regress-rec
                               to ws-base-entry(ws-base-count)
                       else
                           move "Y" to ws-base-overflow
                       end-if
               end-read
           end-perform.
           close regress-file.
       200-exit. exit.
       250-rewrite-baseline.
           open output regress-file.
           perform varying b from 1 by 1 until b > ws-base-count
               move ws-base-entry(b) to fd-regress-rec
               write fd-regress-rec
           end-perform.
           close regress-file.
       300-list.
           display " ".
           display "===== Regression baseline (REGRESS.DAT) =====".
           if ws-base-count = 0
               display "No questions on file - pick some with LEDGER"
                   " or PROFILE."
               go to 300-exit
           end-if.
           display "NO. PROGRAM  ANSWER             ELAPSED"
               " RUN DATE SOURCE   ARGUMENTS".
           perform varying b from 1 by 1 until b > ws-base-count
               move ws-base-entry(b) to ws-question
               display b " " ws-rgq-program-id " "
                   ws-rgq-result " " ws-rgq-elapsed-sec "s  "
                   ws-rgq-run-date " " ws-rgq-source " "
                   function trim(ws-rgq-args)
           end-perform.
           display ws-base-count " question(s).".
       300-exit. exit.
      *----------------------------------------------------------------
      *    400-pick-ledger: every distinct argument string the
      *    program has been launched with becomes a question, at
      *    the latest answer the ledger holds for it.
       400-pick-ledger.
           move function lock-acquire("REGRESS.DAT")
               to ws-lock-status.
           perform 200-load-baseline thru 200-exit.
           if ws-base-overflow = "Y"
               display "regress-base: REGRESS.DAT holds more than 100"
                   " questions - drop some first."
               move 16 to ws-final-rc
               go to 400-release
           end-if.
           move ws-target to ws-pick-program.
           move "LEDGER" to ws-pick-source.
           perform 410-trace-program thru 410-exit.
           perform varying r from 1 by 1 until r > ws-row-count
               if ws-row-traced(r) = "Y"
                   perform 450-latest-of-its-kind
                   if ws-later-same = "N"
                       move ws-row-args(r) to ws-pick-args
                       perform 470-add-question thru 470-exit
                   end-if
               end-if
           end-perform.
           perform 480-report-pick.
           if ws-added-count = 0
               move 16 to ws-final-rc
           end-if.
       400-release.
           move function lock-release("REGRESS.DAT")
               to ws-lock-status.
       400-exit. exit.
      *    410-trace-program: the program's ledger rows, then the
      *    audit log read once to put an argument string to each.
       410-trace-program.
           perform 415-load-reversals thru 415-exit.
           move 0 to ws-row-count ws-untraced-count
               ws-reversed-count.
           open input ledger-file.
           if ws-ledger-status not = "00"
               go to 410-exit
           end-if.
           perform until ws-ledger-status = "10"
               read ledger-file
                   at end move "10" to ws-ledger-status
                   not at end
                       if fd-led-program-id = ws-pick-program
                           perform 412-keep-row
                       end-if
               end-read
           end-perform.
           close ledger-file.
           if ws-row-count = 0
               go to 410-exit
           end-if.
           open input audit-file.
           if ws-audit-status = "00"
               perform until ws-audit-status = "10"
                   read audit-file
                       at end move "10" to ws-audit-status
                       not at end
                           perform 420-trace-launch thru 420-exit
                   end-read
               end-perform
               close audit-file
           end-if.
           perform varying r from 1 by 1 until r > ws-row-count
               if ws-row-traced(r) = "N"
                   add 1 to ws-untraced-count
               end-if
           end-perform.
       410-exit. exit.
       412-keep-row.
           move "N" to ws-reversed.
           perform varying r2 from 1 by 1 until r2 > ws-rev-count
               if ws-rev-program-id(r2) = fd-led-program-id
                   and ws-rev-run-date(r2) = fd-led-run-date
                   and ws-rev-run-time(r2) = fd-led-run-time
                   move "Y" to ws-reversed
               end-if
           end-perform.
           if ws-reversed = "Y"
               add 1 to ws-reversed-count
           else
               if ws-row-count >= 300
                   perform varying r2 from 1 by 1 until r2 >= 300
                       move ws-row-entry(r2 + 1) to ws-row-entry(r2)
                   end-perform
               else
                   add 1 to ws-row-count
               end-if
               move fd-led-result to ws-row-result(ws-row-count)
               move fd-led-full-figure
                   to ws-row-full-figure(ws-row-count)
               move fd-led-elapsed-sec
                   to ws-row-elapsed-sec(ws-row-count)
               move fd-led-run-date to ws-row-run-date(ws-row-count)
               move fd-led-run-time to ws-row-run-time(ws-row-count)
               move 0 to ws-row-run-id(ws-row-count)
               if fd-led-run-id is numeric
                   move fd-led-run-id to ws-row-run-id(ws-row-count)
               end-if
               move "N" to ws-row-traced(ws-row-count)
               move spaces to ws-row-args(ws-row-count)
           end-if.
       415-load-reversals.
           move 0 to ws-rev-count.
           open input reversal-file.
           if ws-reversal-status not = "00"
               go to 415-exit
           end-if.
           perform until ws-reversal-status = "10"
               read reversal-file
                   at end move "10" to ws-reversal-status
                   not at end
                       if ws-rev-count < 200
                           add 1 to ws-rev-count
                           move fd-rev-program-id
                               to ws-rev-program-id(ws-rev-count)
                           move fd-rev-run-date
                               to ws-rev-run-date(ws-rev-count)
                           move fd-rev-run-time
                               to ws-rev-run-time(ws-rev-count)
                       end-if
               end-read
           end-perform.
           close reversal-file.
       415-exit. exit.
      *    420-trace-launch: a launch record's command reads
      *    "./<program> <arguments>", followed by the run-log
      *    redirection when batch-driver made it. The 80-byte
      *    command field can cut a long argument string short;
      *    then the parameters field is read instead - the bare
      *    arguments for a queued job, "LOG=<run-log> <arguments>"
      *    for a step or a menu run.
       420-trace-launch.
           if fd-aud-run-id is not numeric or fd-aud-run-id = 0
               or fd-aud-command(1:2) not = "./"
               go to 420-exit
           end-if.
           move spaces to ws-cmd-part ws-cmd-token ws-traced-args.
           unstring fd-aud-command delimited by " > " or " 2>&1"
               into ws-cmd-part.
           move 1 to ws-cmd-ptr.
           unstring ws-cmd-part delimited by all space
               into ws-cmd-token with pointer ws-cmd-ptr.
           if ws-cmd-token(3:8) not = ws-pick-program
               go to 420-exit
           end-if.
           if fd-aud-command(79:2) not = spaces
               and ws-cmd-part = fd-aud-command
               perform 425-args-from-parameters
           else
               if ws-cmd-ptr <= 80
                   move ws-cmd-part(ws-cmd-ptr:) to ws-traced-args
               end-if
           end-if.
           perform varying r from 1 by 1 until r > ws-row-count
               if ws-row-run-id(r) = fd-aud-run-id
                   move "Y" to ws-row-traced(r)
                   move function trim(ws-traced-args)
                       to ws-row-args(r)
               end-if
           end-perform.
       420-exit. exit.
       425-args-from-parameters.
           if fd-aud-parameters(1:4) = "LOG="
               move 1 to ws-cmd-ptr
               unstring fd-aud-parameters delimited by all space
                   into ws-cmd-token with pointer ws-cmd-ptr
               if ws-cmd-ptr <= 60
                   move fd-aud-parameters(ws-cmd-ptr:)
                       to ws-traced-args
               end-if
           else
               move fd-aud-parameters to ws-traced-args
           end-if.
      *    450-latest-of-its-kind: a row stands for its argument
      *    string only when no later row was traced to the same one.
       450-latest-of-its-kind.
           move "N" to ws-later-same.
           perform varying r2 from r by 1 until r2 >= ws-row-count
               if ws-row-traced(r2 + 1) = "Y"
                   and ws-row-args(r2 + 1) = ws-row-args(r)
                   move "Y" to ws-later-same
               end-if
           end-perform.
      *    470-add-question: row r, for ws-pick-program with
      *    ws-pick-args.
       470-add-question.
           move "N" to ws-on-file.
           perform varying b from 1 by 1 until b > ws-base-count
               move ws-base-entry(b) to ws-question
               if ws-rgq-program-id = ws-pick-program
                   and ws-rgq-args = ws-pick-args
                   move "Y" to ws-on-file
               end-if
           end-perform.
           if ws-on-file = "Y"
               add 1 to ws-known-count
               display "  already on file: " ws-pick-program " "
                   function trim(ws-pick-args)
               go to 470-exit
           end-if.
           if ws-base-count >= 100
               display "  no room for: " ws-pick-program " "
                   function trim(ws-pick-args)
                   " - REGRESS.DAT is full."
               go to 470-exit
           end-if.
           move spaces to ws-question.
           move ws-pick-program to ws-rgq-program-id.
           move ws-pick-args to ws-rgq-args.
           move ws-row-result(r) to ws-rgq-result.
           move ws-row-full-figure(r) to ws-rgq-full-figure.
           move ws-row-elapsed-sec(r) to ws-rgq-elapsed-sec.
           move ws-row-run-date(r) to ws-rgq-run-date.
           move ws-row-run-id(r) to ws-rgq-run-id.
           move ws-pick-source to ws-rgq-source.
           move ws-today to ws-rgq-added-date.
           add 1 to ws-base-count.
           move ws-question to ws-base-entry(ws-base-count).
           perform 250-rewrite-baseline.
           add 1 to ws-added-count.
           display "  picked: " ws-pick-program " "
               function trim(ws-pick-args) " = "
               function trim(ws-rgq-result) " (run "
               ws-rgq-run-id ")".
           move spaces to ws-log-command ws-log-parms.
           string "regress-base ADD "
               function trim(ws-pick-program) " "
               function trim(ws-pick-source)
               delimited by size into ws-log-command.
           move ws-pick-args to ws-log-parms.
           move function log-access(ws-operator-id,
               ws-log-command, ws-log-parms) to ws-log-status.
       470-exit. exit.
       480-report-pick.
           display "regress-base: " ws-added-count " question(s)"
               " added, " ws-known-count " already on file.".
           if ws-untraced-count > 0
               display "  " ws-untraced-count " ledger row(s) of "
                   function trim(ws-pick-program)
                   " could not be traced to a launch on the audit"
                   " log."
           end-if.
           if ws-reversed-count > 0
               display "  " ws-reversed-count " reversed answer(s)"
                   " passed over."
           end-if.
      *----------------------------------------------------------------
      *    500-pick-profile: the profile's question at the latest
      *    ledger answer launched with exactly the profile's
      *    arguments - a profile that has never run has nothing to
      *    baseline against yet.
       500-pick-profile.
           move spaces to ws-pick-program ws-pick-args.
           open input profile-file.
           if ws-profile-status = "00"
               perform until ws-profile-status = "10"
                   read profile-file
                       at end move "10" to ws-profile-status
                       not at end
                           if fd-prf-name = ws-target
                               move fd-prf-program-id
                                   to ws-pick-program
                               move fd-prf-args to ws-pick-args
                           end-if
                   end-read
               end-perform
               close profile-file
           end-if.
           if ws-pick-program = spaces
               display "regress-base: no profile "
                   function trim(ws-target) " in PROFILES.DAT."
               move 16 to ws-final-rc
               go to 500-exit
           end-if.
           move function lock-acquire("REGRESS.DAT")
               to ws-lock-status.
           perform 200-load-baseline thru 200-exit.
           if ws-base-overflow = "Y"
               display "regress-base: REGRESS.DAT holds more than 100"
                   " questions - drop some first."
               move 16 to ws-final-rc
               go to 500-release
           end-if.
           move ws-target to ws-pick-source.
           perform 410-trace-program thru 410-exit.
           move 0 to b.
           perform varying r from 1 by 1 until r > ws-row-count
               if ws-row-traced(r) = "Y"
                   and ws-row-args(r) = ws-pick-args
                   move r to b
               end-if
           end-perform.
           if b = 0
               display "regress-base: no ledger answer from a "
                   function trim(ws-pick-program) " launch with "
                   "the profile's arguments - run "
                   function trim(ws-target) " once first."
               move 16 to ws-final-rc
               go to 500-release
           end-if.
           move b to r.
           perform 470-add-question thru 470-exit.
           perform 480-report-pick.
           if ws-added-count = 0
               move 16 to ws-final-rc
           end-if.
       500-release.
           move function lock-release("REGRESS.DAT")
               to ws-lock-status.
       500-exit. exit.
      *----------------------------------------------------------------
       600-drop.
           move function test-numval(ws-target) to ws-numval-check.
           if ws-numval-check not = 0
               display "regress-base: question number is not numeric: "
                   function trim(ws-target)
               move 16 to ws-final-rc
               go to 600-exit
           end-if.
           compute ws-drop-number = function numval(ws-target).
           move function lock-acquire("REGRESS.DAT")
               to ws-lock-status.
           perform 200-load-baseline thru 200-exit.
           if ws-base-overflow = "Y"
               display "regress-base: REGRESS.DAT holds more than 100"
                   " questions - trim it by hand."
               move 16 to ws-final-rc
               go to 600-release
           end-if.
           if ws-drop-number = 0 or ws-drop-number > ws-base-count
               display "regress-base: no question " ws-drop-number
                   " on file."
               move 16 to ws-final-rc
               go to 600-release
           end-if.
           move ws-base-entry(ws-drop-number) to ws-question.
           perform varying b from ws-drop-number by 1
               until b >= ws-base-count
               move ws-base-entry(b + 1) to ws-base-entry(b)
           end-perform.
           subtract 1 from ws-base-count.
           perform 250-rewrite-baseline.
           display "regress-base: dropped " ws-rgq-program-id " "
               function trim(ws-rgq-args) ".".
           move spaces to ws-log-command ws-log-parms.
           string "regress-base DROP "
               function trim(ws-rgq-program-id)
               delimited by size into ws-log-command.
           move ws-rgq-args to ws-log-parms.
           move function log-access(ws-operator-id,
               ws-log-command, ws-log-parms) to ws-log-status.
       600-release.
           move function lock-release("REGRESS.DAT")
               to ws-lock-status.
       600-exit. exit.
       end program regress-base.
