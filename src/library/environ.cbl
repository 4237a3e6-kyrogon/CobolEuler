       identification division.
       function-id. enter-environment.
      *----------------------------------------------------------------
      *    enter-environment: the first thing every program does.
      *    The EULER_ENV environment variable says which set of state
      *    files a run works on:
      *      PRODUCTION (or unset) - the live files in the directory
      *               the program was started from, as always;
      *      SANDBOX  - the separate set in the SANDBOX directory,
      *               seeded from a production snapshot generation
      *               by sandbox-seed. Trainees and anyone trying a
      *               new parameter set run here, so their results,
      *               primes, registry updates, alerts and audit
      *               lines never reach the files reconcile,
      *               result-check and param-history read.
      *    Every state file in the suite is named relative to the
      *    working directory, so a SANDBOX run simply moves into the
      *    SANDBOX directory before it opens anything - the program
      *    and every library function it calls then read and write
      *    the sandbox set without knowing it. The move is made once
      *    per process tree: EULER_ENVDIR is set after it, and a
      *    child launched from inside the sandbox (a batch step, a
      *    queue job, a regression replay's scratch run) inherits both
      *    the setting and its launcher's directory and stays where it
      *    was put. The sandbox holds links back to the programs, so
      *    the usual "./program" launches work from inside it.
      *    A SANDBOX run with no seeded sandbox, or an EULER_ENV this
      *    suite doesn't know, is stopped (RETURN-CODE 16) before it
      *    can touch anything - falling back to production is exactly
      *    the accident the setting exists to prevent.
      *    Argument: the calling program's name. Returns the banner
      *    line the caller displays, naming the environment.
       environment division.
       configuration section.
       input-output section.
       file-control.
           select marker-file assign to "SANDBOX.ENV"
               organization is line sequential
               file status is ws-marker-status.
       data division.
       file section.
      *    SANDBOX.ENV, written by sandbox-seed: the production
      *    snapshot generation the sandbox was seeded from, when,
      *    and by whom.
       fd marker-file.
       01 fd-marker-rec.
           05 fd-mrk-generation    pic 9(02).
           05 fd-mrk-seed-date     pic 9(08).
           05 fd-mrk-seed-time     pic 9(06).
           05 fd-mrk-seeded-by     pic x(08).
       working-storage section.
           01 ws-marker-status     pic x(02) value "00".
           01 ws-env-value         pic x(20).
           01 ws-env-dir           pic x(20).
           01 ws-sandbox-dir       pic x(08) value "SANDBOX".
           01 ws-dir-rc            pic 9(09) comp-5.
           01 ws-seed-note         pic x(40).
           01 ws-banner-work       pic x(100).
       linkage section.
           01 ls-program           pic X any length.
           01 ls-banner            pic x(100).
       procedure division
           using ls-program
           returning ls-banner.
       perform 100-init thru 100-exit.
       goback.
       100-init.
           move spaces to ls-banner.
           move spaces to ws-env-value ws-env-dir.
           accept ws-env-value from environment "EULER_ENV".
           move function upper-case(ws-env-value) to ws-env-value.
           if ws-env-value = spaces or ws-env-value = "PRODUCTION"
               string "=== PRODUCTION === " function trim(ls-program)
                   delimited by size into ls-banner
               go to 100-exit
           end-if.
           if ws-env-value not = "SANDBOX"
               display function trim(ls-program) ": EULER_ENV="
                   function trim(ws-env-value) " is not PRODUCTION"
                   " or SANDBOX - run stopped."
               move 16 to return-code
               stop run
           end-if.
           accept ws-env-dir from environment "EULER_ENVDIR".
           if ws-env-dir = spaces
               perform 200-move-into-sandbox thru 200-exit
           end-if.
           perform 300-read-marker thru 300-exit.
           string "*** SANDBOX *** " function trim(ls-program)
               " - sandbox state files, not production"
               delimited by size into ls-banner.
           if ws-seed-note not = spaces
               move ls-banner to ws-banner-work
               move spaces to ls-banner
               string function trim(ws-banner-work) ws-seed-note
                   delimited by size into ls-banner
           end-if.
       100-exit. exit.
       200-move-into-sandbox.
           call "CBL_CHANGE_DIR" using ws-sandbox-dir
               returning ws-dir-rc.
           if ws-dir-rc not = 0
               display function trim(ls-program) ": EULER_ENV=SANDBOX"
                   " but no SANDBOX directory - run sandbox-seed"
                   " first. Run stopped."
               move 16 to return-code
               stop run
           end-if.
           open input marker-file.
           if ws-marker-status not = "00"
               display function trim(ls-program) ": the SANDBOX"
                   " directory was never seeded - run sandbox-seed"
                   " first. Run stopped."
               move 16 to return-code
               stop run
           end-if.
           close marker-file.
           set environment "EULER_ENVDIR" to ws-sandbox-dir.
       200-exit. exit.
      *    300-read-marker: a child running in a launcher's scratch
      *    directory has no marker beside it - the banner then just
      *    goes without the seeding note.
       300-read-marker.
           move spaces to ws-seed-note.
           open input marker-file.
           if ws-marker-status not = "00"
               go to 300-exit
           end-if.
           read marker-file
               at end move "10" to ws-marker-status
           end-read.
           if ws-marker-status = "00"
               string " (gen " fd-mrk-generation
                   ", seeded " fd-mrk-seed-date ")"
                   delimited by size into ws-seed-note
           end-if.
           close marker-file.
       300-exit. exit.
       end function enter-environment.
      *-----------------------------------------------------------------
       identification division.
       function-id. run-environment.
      *    run-environment: "PRODUCTION" or "SANDBOX", for the
      *    heading of a report file - a printed report must say which
      *    set of state files it was drawn from as plainly as the
      *    console banner does (see enter-environment above, which
      *    has already stopped any run with a setting it doesn't
      *    know).
       environment division.
       configuration section.
       data division.
       working-storage section.
           01 ws-env-value         pic x(20).
       linkage section.
           01 ls-name              pic x(10).
       procedure division
           returning ls-name.
       perform 100-init thru 100-exit.
       goback.
       100-init.
           move spaces to ws-env-value.
           accept ws-env-value from environment "EULER_ENV".
           move function upper-case(ws-env-value) to ws-env-value.
           if ws-env-value = "SANDBOX"
               move "SANDBOX" to ls-name
           else
               move "PRODUCTION" to ls-name
           end-if.
       100-exit. exit.
       end function run-environment.
