       identification division.
       program-id. sandbox-seed.
      *----------------------------------------------------------------
      *    sandbox-seed: builds (or rebuilds) the SANDBOX directory,
      *    the separate set of state files every program works on
      *    when EULER_ENV=SANDBOX (see enter-environment in
      *    src/library/environ.cbl). The sandbox starts as a copy of
      *    one production snapshot generation written by
      *    state-snapshot - RESULTS.LED, REGISTRY.DAT, AUDITLOG.DAT,
      *    PRIMES.DAT, PRIMERNG.DAT, EXPECTED.DAT and BATCH-STATUS.DAT
      *    as they stood at that snapshot - plus today's copies of
      *    the control files a run needs to behave as it would in
      *    production (operators, profiles, the calendar, SLAs and
      *    the rest). ALERTS.DAT and the other working files start
      *    empty. Links back to the program directory let the usual
      *    "./program" launches work from inside the sandbox.
      *    Any earlier sandbox is removed first: a reseed is a clean
      *    start, never a merge. SANDBOX.ENV records the generation,
      *    when and by whom, and every sandbox run's banner shows it.
      *    Run from production only - it refuses under
      *    EULER_ENV=SANDBOX, since it reads the production set.
      *    Positional parameters (optional):
      *      1 - snapshot generation to seed from (default: the one
      *          state-snapshot wrote last, from SNAPGEN.DAT);
      *      2 - operator id recorded as the seeder.
      *    RETURN-CODE 0 seeded, 16 refused or nothing to seed from.
       environment division.
       configuration section.
           repository.
               function enter-environment
               function run-environment
               function log-access.
       input-output section.
       file-control.
           select control-file assign to "SNAPGEN.DAT"
               organization is line sequential
               file status is ws-control-status.
           select marker-file assign to "SANDBOX/SANDBOX.ENV"
               organization is line sequential
               file status is ws-marker-status.
       data division.
       file section.
       fd control-file.
       01 fd-control-rec           pic 9(02).
       fd marker-file.
       01 fd-marker-rec.
           05 fd-mrk-generation    pic 9(02).
           05 fd-mrk-seed-date     pic 9(08).
           05 fd-mrk-seed-time     pic 9(06).
           05 fd-mrk-seeded-by     pic x(08).
       working-storage section.
           01 ws-control-status    pic x(02)   value "00".
           01 ws-marker-status     pic x(02)   value "00".
           01 ws-arg               pic x(40).
           01 ws-arg-num           pic 9(2).
           01 ws-arg-count         pic 9(2).
           01 ws-numval-check      pic S9(4)   comp.
           01 ws-seed-rc           pic 9(02)   value 0.
           01 ws-generation        pic 9(02)   value 0.
           01 ws-operator-id       pic x(08)   value "SEED".
           01 ws-today             pic 9(08).
           01 ws-full-time         pic 9(08).
           01 ws-sandbox-dir       pic x(08)   value "SANDBOX".
           01 ws-shell-command     pic x(200).
           01 ws-copy-from         pic x(44).
           01 ws-copy-to           pic x(44).
           01 ws-copy-rc           pic 9(09)   comp-5.
           01 ws-file-info         pic x(16).
           01 ws-exist-rc          pic 9(09)   comp-5.
           01 ws-state-count       pic 9(02)   value 0.
           01 ws-control-count     pic 9(02)   value 0.
           01 ws-log-command       pic x(80).
           01 ws-log-params        pic x(60).
           01 ws-log-status        pic X.
      *    the state-snapshot set, taken from the chosen generation.
           01 ws-state-files.
               05 filler pic x(16) value "RESULTS.LED".
               05 filler pic x(16) value "REGISTRY.DAT".
               05 filler pic x(16) value "AUDITLOG.DAT".
               05 filler pic x(16) value "PRIMES.DAT".
               05 filler pic x(16) value "PRIMERNG.DAT".
               05 filler pic x(16) value "EXPECTED.DAT".
               05 filler pic x(16) value "BATCH-STATUS.DAT".
           01 ws-state-file-table redefines ws-state-files.
               05 ws-state-file    pic x(16) occurs 7 times.
      *    control files, copied as they stand today. RUNSEQ.DAT goes
      *    too: the sandbox counter starts where production's stands,
      *    so no sandbox run reuses a number already on the seeded
      *    ledger, audit log or run-logs. From then on the two
      *    counters run apart, and the sandbox issues the very
      *    numbers production will issue next - the sets never share
      *    a file, but a run number alone does not say which
      *    environment it came from, so trace it in its own.
      *    The step conditions, retry policy and retention settings
      *    go too, so a sandbox window skips, retries and keeps what
      *    production's would.
           01 ws-control-files.
               05 filler pic x(16) value "OPERATORS.DAT".
               05 filler pic x(16) value "PROFILES.DAT".
               05 filler pic x(16) value "SLA.DAT".
               05 filler pic x(16) value "VERSIONS.DAT".
               05 filler pic x(16) value "BATCHPARM.DAT".
               05 filler pic x(16) value "BATCHCAL.DAT".
               05 filler pic x(16) value "BATCHDEP.DAT".
               05 filler pic x(16) value "TRIGGERS.DAT".
               05 filler pic x(16) value "RATES.DAT".
               05 filler pic x(16) value "PROBREF.DAT".
               05 filler pic x(16) value "MENUPRMPT.DAT".
               05 filler pic x(16) value "ALERTROUTE.DAT".
               05 filler pic x(16) value "ALERTESC.DAT".
               05 filler pic x(16) value "REVERSALS.DAT".
               05 filler pic x(16) value "HOLDS.DAT".
               05 filler pic x(16) value "RUNSEQ.DAT".
               05 filler pic x(16) value "RUNBOOK.DAT".
               05 filler pic x(16) value "DISTLIST.DAT".
               05 filler pic x(16) value "BATCHCOND.DAT".
               05 filler pic x(16) value "RETRYPOL.DAT".
               05 filler pic x(16) value "RETAIN.DAT".
               05 filler pic x(16) value "LEDRETAIN.DAT".
               05 filler pic x(16) value "RUNLOGDAYS.DAT".
           01 ws-control-file-table redefines ws-control-files.
               05 ws-control-file  pic x(16) occurs 23 times.
           01 f                    pic 9(02).
       procedure division.
       if function run-environment = "SANDBOX"
           display "sandbox-seed: reads the production snapshot set -"
               " run it with EULER_ENV unset, not SANDBOX."
           move 16 to return-code
           goback
       end-if.
       display function enter-environment("sandbox-seed").
       perform 100-init thru 100-exit.
       if ws-seed-rc not = 0
           move ws-seed-rc to return-code
           goback
       end-if.
       perform 200-rebuild-directory.
       perform 300-copy-state-file
           varying f from 1 by 1 until f > 7.
       perform 400-copy-control-file
           varying f from 1 by 1 until f > 23.
       perform 500-link-programs.
       perform 600-write-marker.
       move spaces to ws-log-command ws-log-params.
       string "sandbox-seed SEED " ws-sandbox-dir
           delimited by size into ws-log-command.
       string "GEN=" ws-generation " STATE=" ws-state-count
           " CONTROL=" ws-control-count
           delimited by size into ws-log-params.
       move function log-access(ws-operator-id, ws-log-command,
           ws-log-params) to ws-log-status.
       display "sandbox-seed: SANDBOX seeded from generation "
           ws-generation " - " ws-state-count " state and "
           ws-control-count " control file(s).".
       display "sandbox-seed: run with EULER_ENV=SANDBOX to use it.".
       move 0 to return-code.
       goback.
      *----------------------------------------------------------------
      *    100-init: the generation must have left at least its
      *    ledger member on disk - a sandbox with no results history
      *    would teach nobody anything.
       100-init.
           accept ws-today from date yyyymmdd.
           accept ws-arg-count from argument-number.
           if ws-arg-count >= 1
               move 1 to ws-arg-num
               display ws-arg-num upon argument-number
               move spaces to ws-arg
               accept ws-arg from argument-value
               move function test-numval(ws-arg) to ws-numval-check
               if ws-numval-check = 0 and ws-arg not = spaces
                   compute ws-generation = function numval(ws-arg)
               end-if
           end-if.
           if ws-arg-count >= 2
               move 2 to ws-arg-num
               display ws-arg-num upon argument-number
               move spaces to ws-arg
               accept ws-arg from argument-value
               if ws-arg not = spaces
                   move ws-arg to ws-operator-id
               end-if
           end-if.
           if ws-generation = 0
               perform 110-last-generation thru 110-exit
           end-if.
           if ws-generation = 0
               display "sandbox-seed: no snapshot generation on file"
                   " - run state-snapshot first."
               move 16 to ws-seed-rc
               go to 100-exit
           end-if.
           move spaces to ws-copy-from.
           string "RESULTS.LED.G" ws-generation
               delimited by size into ws-copy-from.
           call "CBL_CHECK_FILE_EXIST" using ws-copy-from
               ws-file-info returning ws-exist-rc.
           if ws-exist-rc not = 0
               display "sandbox-seed: generation " ws-generation
                   " has no " function trim(ws-copy-from)
                   " - nothing to seed from."
               move 16 to ws-seed-rc
           end-if.
       100-exit. exit.
       110-last-generation.
           open input control-file.
           if ws-control-status not = "00"
               go to 110-exit
           end-if.
           read control-file
               at end continue
           end-read.
           read control-file
               at end continue
               not at end move fd-control-rec to ws-generation
           end-read.
           close control-file.
       110-exit. exit.
       200-rebuild-directory.
           display "sandbox-seed: removing any earlier sandbox.".
           move spaces to ws-shell-command.
           string "rm -rf " function trim(ws-sandbox-dir)
               delimited by size into ws-shell-command.
           call "SYSTEM" using ws-shell-command.
           move spaces to ws-shell-command.
           string "mkdir " function trim(ws-sandbox-dir)
               delimited by size into ws-shell-command.
           call "SYSTEM" using ws-shell-command.
       300-copy-state-file.
           move spaces to ws-copy-from ws-copy-to.
           string function trim(ws-state-file(f)) ".G" ws-generation
               delimited by size into ws-copy-from.
           string function trim(ws-sandbox-dir) "/"
               function trim(ws-state-file(f))
               delimited by size into ws-copy-to.
           call "CBL_COPY_FILE" using ws-copy-from ws-copy-to
               returning ws-copy-rc.
           if ws-copy-rc = 0
               add 1 to ws-state-count
               display "  " function trim(ws-copy-from) " -> "
                   function trim(ws-copy-to)
           else
               display "  " function trim(ws-copy-from)
                   " not in the generation - starts empty"
           end-if.
       400-copy-control-file.
           move spaces to ws-copy-from ws-copy-to.
           move ws-control-file(f) to ws-copy-from.
           string function trim(ws-sandbox-dir) "/"
               function trim(ws-control-file(f))
               delimited by size into ws-copy-to.
           call "CBL_COPY_FILE" using ws-copy-from ws-copy-to
               returning ws-copy-rc.
           if ws-copy-rc = 0
               add 1 to ws-control-count
               display "  " function trim(ws-copy-from) " -> "
                   function trim(ws-copy-to)
           end-if.
      *    500-link-programs: every executable in the program
      *    directory gets a link of the same name in the sandbox.
       500-link-programs.
           move spaces to ws-shell-command.
           string "for p in *; do if [ -f $p ] && [ -x $p ]; then"
               " ln -s ../$p " function trim(ws-sandbox-dir)
               "/$p; fi; done"
               delimited by size into ws-shell-command.
           call "SYSTEM" using ws-shell-command.
       600-write-marker.
           open output marker-file.
           move spaces to fd-marker-rec.
           move ws-generation to fd-mrk-generation.
           move ws-today to fd-mrk-seed-date.
           accept ws-full-time from time.
           divide ws-full-time by 100 giving fd-mrk-seed-time.
           move ws-operator-id to fd-mrk-seeded-by.
           write fd-marker-rec.
           close marker-file.
       end program sandbox-seed.
