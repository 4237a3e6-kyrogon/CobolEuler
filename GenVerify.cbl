       identification division.
       program-id. gen-verify.
      *----------------------------------------------------------------
      *    gen-verify: proves the generation files on disk against
      *    GENCAT.DAT, the generation catalog every writer registers
      *    in (see src/library/gencat.cbl) - ledger-archive's
      *    RESULTS.YyyyyMmm.LED, housekeep's <FILE>.YyyyyMmm cuts,
      *    state-snapshot's <FILE>.G<nn> members and snap-export's
      *    SNAPSET.G<nn>.DAT transfer sets. Until the catalog, a
      *    missing or truncated month only showed when
      *    ledger-history or gen-history came back short.
      *    Each generation's latest catalog entry is its expected
      *    state, and one line is reported per finding:
      *      MISSING - catalogued as present, not on disk;
      *      ALTERED - on disk, but its record count or rec-hash
      *                checksum is not what was catalogued (edited,
      *                truncated or extended by hand);
      *      EXTRA   - on disk but never catalogued, or catalogued
      *                as retired (a stale snapshot member deleted
      *                from its slot) and back again. Uncatalogued
      *                files are found by probing every name the
      *                writers would use: the monthly families ten
      *                years back to this month (gen-history's walk
      *                cap), generation numbers 01-99 for snapshot
      *                members and transfer sets;
      *      GAP     - a month missing between a monthly family's
      *                first and last catalogued generation. A month
      *                with nothing old enough to cut leaves a gap
      *                too; the line says which month so it can be
      *                checked, not assumed.
      *    Positional parameter (optional):
      *      1 - ADOPT: register every uncatalogued generation found
      *          instead of reporting it as EXTRA - for generations
      *          written before the catalog existed. Run it once,
      *          after checking the EXTRA list is what it should be.
      *    RETURN-CODE 16 and a log-alert "E" when anything is
      *    MISSING or ALTERED - history lost or changed; 8 and a
      *    "W" when the only findings are EXTRA or GAP; 0 when the
      *    disk matches the catalog.
       environment division.
       configuration section.
           repository.
               function rec-hash
               function catalog-generation
               function log-alert
               function enter-environment.
       input-output section.
       file-control.
           select catalog-file assign to "GENCAT.DAT"
               organization is line sequential
               file status is ws-catalog-status.
           select gen-file assign to dynamic ws-gen-name
               organization is line sequential
               file status is ws-gen-status.
       data division.
       file section.
       fd catalog-file.
       01 fd-catalog-rec.
           05 fd-gct-base          pic x(16).
           05 fd-gct-generation    pic x(44).
           05 fd-gct-kind          pic x(01).
           05 fd-gct-period        pic 9(06).
           05 fd-gct-state         pic x(01).
           05 fd-gct-program       pic x(16).
           05 fd-gct-from-date     pic 9(08).
           05 fd-gct-to-date       pic 9(08).
           05 fd-gct-records       pic 9(07).
           05 fd-gct-checksum      pic 9(09).
           05 fd-gct-cat-date      pic 9(08).
           05 fd-gct-cat-time      pic 9(06).
           05 fd-gct-run-id        pic 9(10).
       fd gen-file.
       01 fd-gen-rec               pic x(540).
       working-storage section.
           01 ws-catalog-status    pic x(02)   value "00".
           01 ws-gen-status        pic x(02)   value "00".
           01 ws-gen-name          pic x(44).
           01 ws-adopt             pic X       value "N".
           01 ws-today             pic 9(08).
           01 ws-today-yyyymm      pic 9(06).
           01 ws-arg               pic x(40).
           01 ws-arg-num           pic 9(2).
           01 ws-arg-count         pic 9(2).
      *    each generation's latest catalog entry.
           01 ws-catalog.
               05 ws-entry-count   pic 9(04)   value 0.
               05 ws-entry occurs 900 times.
                   10 ws-ent-base        pic x(16).
                   10 ws-ent-generation  pic x(44).
                   10 ws-ent-kind        pic x(01).
                   10 ws-ent-period      pic 9(06).
                   10 ws-ent-state       pic x(01).
                   10 ws-ent-program     pic x(16).
                   10 ws-ent-from-date   pic 9(08).
                   10 ws-ent-to-date     pic 9(08).
                   10 ws-ent-records     pic 9(07).
                   10 ws-ent-checksum    pic 9(09).
                   10 ws-ent-cat-date    pic 9(08).
           01 ws-catalog-lines     pic 9(07)   value 0.
           01 ws-catalog-full      pic X       value "N".
      *    the families probed for uncatalogued generations, seeded
      *    with every file the writers cut today; a base the catalog
      *    names beyond these is added as it is loaded. The monthly
      *    families carry their record-date offset for ADOPT - the
      *    offsets ledger-archive and housekeep date their cuts by.
           01 ws-monthly-seeds.
               05 filler pic x(16) value "RESULTS.LED".
               05 filler pic 9(03) value 67.
               05 filler pic x(16) value "AUDITLOG.DAT".
               05 filler pic 9(03) value 149.
               05 filler pic x(16) value "ALERTS.DAT".
               05 filler pic 9(03) value 70.
               05 filler pic x(16) value "FACTVRFY.DAT".
               05 filler pic 9(03) value 56.
               05 filler pic x(16) value "PRIMES.TXT".
               05 filler pic 9(03) value 0.
           01 ws-monthly-seed-table redefines ws-monthly-seeds.
               05 ws-monthly-seed occurs 5 times.
                   10 ws-mse-base        pic x(16).
                   10 ws-mse-offset      pic 9(03).
           01 ws-numbered-seeds.
               05 filler pic x(16) value "RESULTS.LED".
               05 filler pic x(16) value "REGISTRY.DAT".
               05 filler pic x(16) value "AUDITLOG.DAT".
               05 filler pic x(16) value "PRIMES.DAT".
               05 filler pic x(16) value "PRIMERNG.DAT".
               05 filler pic x(16) value "EXPECTED.DAT".
               05 filler pic x(16) value "BATCH-STATUS.DAT".
           01 ws-numbered-seed-table redefines ws-numbered-seeds.
               05 ws-numbered-seed pic x(16) occurs 7 times.
           01 ws-monthly-bases.
               05 ws-monthly-count pic 9(02)   value 0.
               05 ws-monthly-entry occurs 12 times.
                   10 ws-mb-base         pic x(16).
                   10 ws-mb-offset       pic 9(03).
                   10 ws-mb-first        pic 9(06).
                   10 ws-mb-last         pic 9(06).
           01 ws-numbered-bases.
               05 ws-numbered-count pic 9(02)  value 0.
               05 ws-nb-base       pic x(16) occurs 12 times.
           01 ws-set-base          pic x(16)   value "SNAPSET.DAT".
      *    recount of one generation on disk.
           01 ws-found-records     pic 9(07).
           01 ws-found-checksum    pic 9(09).
           01 ws-found-idx         pic 9(04).
           01 ws-known             pic X.
      *    the walk.
           01 ws-walk-yyyymm       pic 9(06).
           01 ws-walk-year         pic 9(04).
           01 ws-walk-month        pic 9(02).
           01 ws-start-yyyymm      pic 9(06).
           01 ws-month-guard       pic 9(03).
           01 ws-probe-gen         pic 9(02).
           01 ws-probe-step        pic 9(03).
           01 ws-probe-base        pic x(16).
           01 ws-probe-kind        pic x(01).
           01 ws-probe-period      pic 9(06).
           01 ws-probe-offset      pic 9(03).
      *    findings.
           01 ws-ok-count          pic 9(04)   value 0.
           01 ws-retired-count     pic 9(04)   value 0.
           01 ws-missing-count     pic 9(04)   value 0.
           01 ws-altered-count     pic 9(04)   value 0.
           01 ws-extra-count       pic 9(04)   value 0.
           01 ws-adopted-count     pic 9(04)   value 0.
           01 ws-gap-count         pic 9(04)   value 0.
           01 ws-catalog-result    pic X.
           01 ws-alert-text        pic x(60).
           01 ws-alert-status      pic X.
           01 g                    pic 9(04).
           01 b                    pic 9(02).
       procedure division.
       display function enter-environment("gen-verify").
       perform 100-init thru 100-exit.
       if return-code not = 0
           goback
       end-if.
       display "===== Generation catalog verification =====".
       perform 200-load-catalog thru 200-exit.
       perform 300-check-entry thru 300-exit
           varying g from 1 by 1 until g > ws-entry-count.
       perform 400-probe-extras thru 400-exit.
       perform 500-check-gaps thru 500-exit
           varying b from 1 by 1 until b > ws-monthly-count.
       perform 900-report thru 900-exit.
       goback.
       100-init.
           move 0 to return-code.
           accept ws-today from date yyyymmdd.
           compute ws-today-yyyymm = ws-today / 100.
           accept ws-arg-count from argument-number.
           if ws-arg-count >= 1
               move 1 to ws-arg-num
               display ws-arg-num upon argument-number
               move spaces to ws-arg
               accept ws-arg from argument-value
               move function upper-case(ws-arg) to ws-arg
               if ws-arg = "ADOPT"
                   move "Y" to ws-adopt
               else
                   display "gen-verify: usage: gen-verify [ADOPT]"
                   move 16 to return-code
                   go to 100-exit
               end-if
           end-if.
           perform varying b from 1 by 1 until b > 5
               add 1 to ws-monthly-count
               move ws-mse-base(b) to ws-mb-base(b)
               move ws-mse-offset(b) to ws-mb-offset(b)
           end-perform.
           perform varying b from 1 by 1 until b > 7
               add 1 to ws-numbered-count
               move ws-numbered-seed(b) to ws-nb-base(b)
           end-perform.
       100-exit. exit.
      *----------------------------------------------------------------
      *    200-load-catalog: append-only, so a later entry for the
      *    same generation name replaces the earlier one.
       200-load-catalog.
           open input catalog-file.
           if ws-catalog-status not = "00"
               display "gen-verify: GENCAT.DAT not found - nothing"
                   " catalogued yet."
               go to 200-exit
           end-if.
           perform until ws-catalog-status = "10"
               read catalog-file
                   at end move "10" to ws-catalog-status
                   not at end perform 210-keep-entry thru 210-exit
               end-read
           end-perform.
           close catalog-file.
           if ws-catalog-full = "Y"
               display "gen-verify: more than 900 generations"
                   " catalogued - the rest are not verified."
           end-if.
       200-exit. exit.
       210-keep-entry.
           add 1 to ws-catalog-lines.
           move fd-gct-generation to ws-gen-name.
           perform 410-find-entry.
           if ws-found-idx = 0
               if ws-entry-count >= 900
                   move "Y" to ws-catalog-full
                   go to 210-exit
               end-if
               add 1 to ws-entry-count
               move ws-entry-count to ws-found-idx
           end-if.
           move fd-gct-base to ws-ent-base(ws-found-idx).
           move fd-gct-generation to ws-ent-generation(ws-found-idx).
           move fd-gct-kind to ws-ent-kind(ws-found-idx).
           move fd-gct-period to ws-ent-period(ws-found-idx).
           move fd-gct-state to ws-ent-state(ws-found-idx).
           move fd-gct-program to ws-ent-program(ws-found-idx).
           move fd-gct-from-date to ws-ent-from-date(ws-found-idx).
           move fd-gct-to-date to ws-ent-to-date(ws-found-idx).
           move fd-gct-records to ws-ent-records(ws-found-idx).
           move fd-gct-checksum to ws-ent-checksum(ws-found-idx).
           move fd-gct-cat-date to ws-ent-cat-date(ws-found-idx).
           perform 220-note-family.
       210-exit. exit.
      *    220-note-family: a base the catalog knows that the seeds
      *    don't is probed too.
       220-note-family.
           move "N" to ws-known.
           evaluate fd-gct-kind
               when "M"
                   perform varying b from 1 by 1
                       until b > ws-monthly-count
                       if ws-mb-base(b) = fd-gct-base
                           move "Y" to ws-known
                       end-if
                   end-perform
                   if ws-known = "N" and ws-monthly-count < 12
                       add 1 to ws-monthly-count
                       move fd-gct-base to ws-mb-base(ws-monthly-count)
                       move 0 to ws-mb-offset(ws-monthly-count)
                   end-if
               when "G"
                   perform varying b from 1 by 1
                       until b > ws-numbered-count
                       if ws-nb-base(b) = fd-gct-base
                           move "Y" to ws-known
                       end-if
                   end-perform
                   if ws-known = "N" and ws-numbered-count < 12
                       add 1 to ws-numbered-count
                       move fd-gct-base to ws-nb-base(ws-numbered-count)
                   end-if
               when other
                   continue
           end-evaluate.
      *----------------------------------------------------------------
      *    300-check-entry: the generation against its latest entry.
       300-check-entry.
           move ws-ent-generation(g) to ws-gen-name.
           perform 310-recount-generation.
           if ws-gen-status = "35"
               if ws-ent-state(g) = "R"
                   add 1 to ws-retired-count
               else
                   add 1 to ws-missing-count
                   display "MISSING  " function trim(ws-gen-name)
                       " - " function trim(ws-ent-program(g)) ", "
                       ws-ent-records(g) " record(s) "
                       ws-ent-from-date(g) "-" ws-ent-to-date(g)
                       ", catalogued " ws-ent-cat-date(g)
               end-if
               go to 300-exit
           end-if.
           if ws-ent-state(g) = "R"
               add 1 to ws-extra-count
               display "EXTRA    " function trim(ws-gen-name)
                   " - retired by " function trim(ws-ent-program(g))
                   " " ws-ent-cat-date(g) " but on disk ("
                   ws-found-records " record(s))"
               go to 300-exit
           end-if.
           if ws-found-records not = ws-ent-records(g)
               or ws-found-checksum not = ws-ent-checksum(g)
               add 1 to ws-altered-count
               display "ALTERED  " function trim(ws-gen-name)
                   " - catalogued " ws-ent-records(g) " record(s)"
                   " checksum " ws-ent-checksum(g) ", found "
                   ws-found-records " checksum " ws-found-checksum
               go to 300-exit
           end-if.
           add 1 to ws-ok-count.
       300-exit. exit.
      *    310-recount-generation: catalog-generation's arithmetic -
      *    every record of ws-gen-name through rec-hash chained from
      *    zero. ws-gen-status is left "35" when it isn't there.
       310-recount-generation.
           move 0 to ws-found-records.
           move 0 to ws-found-checksum.
           move "00" to ws-gen-status.
           open input gen-file.
           if ws-gen-status not = "00"
               move "35" to ws-gen-status
           else
               perform until ws-gen-status = "10"
                   read gen-file
                       at end move "10" to ws-gen-status
                       not at end
                           add 1 to ws-found-records
                           move function rec-hash(fd-gen-rec,
                               ws-found-checksum)
                               to ws-found-checksum
                   end-read
               end-perform
               close gen-file
           end-if.
      *----------------------------------------------------------------
      *    400-probe-extras: every name a writer would use that the
      *    catalog doesn't hold, opened to see whether it exists.
       400-probe-extras.
           compute ws-walk-year = ws-today-yyyymm / 100 - 10.
           compute ws-walk-month = function mod(ws-today-yyyymm, 100).
           compute ws-start-yyyymm =
               ws-walk-year * 100 + ws-walk-month.
           perform 420-probe-monthly-family
               varying b from 1 by 1 until b > ws-monthly-count.
           move "G" to ws-probe-kind.
           move 0 to ws-probe-offset.
           perform varying b from 1 by 1 until b > ws-numbered-count
               move ws-nb-base(b) to ws-probe-base
               perform varying ws-probe-step from 1 by 1
                   until ws-probe-step > 99
                   move ws-probe-step to ws-probe-gen
                   move spaces to ws-gen-name
                   string function trim(ws-nb-base(b))
                       ".G" ws-probe-gen
                       delimited by size into ws-gen-name
                   move ws-probe-gen to ws-probe-period
                   perform 450-probe-one thru 450-exit
               end-perform
           end-perform.
           move "S" to ws-probe-kind.
           move ws-set-base to ws-probe-base.
           perform varying ws-probe-step from 1 by 1
               until ws-probe-step > 99
               move ws-probe-step to ws-probe-gen
               move spaces to ws-gen-name
               string "SNAPSET.G" ws-probe-gen ".DAT"
                   delimited by size into ws-gen-name
               move ws-probe-gen to ws-probe-period
               perform 450-probe-one thru 450-exit
           end-perform.
       400-exit. exit.
       410-find-entry.
           move 0 to ws-found-idx.
           perform varying g from 1 by 1
               until g > ws-entry-count or ws-found-idx not = 0
               if ws-ent-generation(g) = ws-gen-name
                   move g to ws-found-idx
               end-if
           end-perform.
       420-probe-monthly-family.
           move "M" to ws-probe-kind.
           move ws-mb-base(b) to ws-probe-base.
           move ws-mb-offset(b) to ws-probe-offset.
           move ws-start-yyyymm to ws-walk-yyyymm.
           move 0 to ws-month-guard.
           perform until ws-walk-yyyymm > ws-today-yyyymm
               or ws-month-guard > 130
               add 1 to ws-month-guard
               perform 430-monthly-name
               move ws-walk-yyyymm to ws-probe-period
               perform 450-probe-one thru 450-exit
               perform 440-advance-month
           end-perform.
      *    430-monthly-name: the ledger archive keeps its .LED
      *    suffix after the month (ledger-archive's 225); housekeep
      *    puts the month after the file's full name (its 330).
       430-monthly-name.
           compute ws-walk-year = ws-walk-yyyymm / 100.
           compute ws-walk-month = function mod(ws-walk-yyyymm, 100).
           move spaces to ws-gen-name.
           if ws-probe-base = "RESULTS.LED"
               string "RESULTS.Y" ws-walk-year "M" ws-walk-month
                   ".LED" delimited by size into ws-gen-name
           else
               string function trim(ws-probe-base)
                   ".Y" ws-walk-year "M" ws-walk-month
                   delimited by size into ws-gen-name
           end-if.
       440-advance-month.
           compute ws-walk-year = ws-walk-yyyymm / 100.
           compute ws-walk-month = function mod(ws-walk-yyyymm, 100).
           if ws-walk-month = 12
               add 1 to ws-walk-year
               move 1 to ws-walk-month
           else
               add 1 to ws-walk-month
           end-if.
           compute ws-walk-yyyymm =
               ws-walk-year * 100 + ws-walk-month.
       450-probe-one.
           perform 410-find-entry.
           if ws-found-idx not = 0
               go to 450-exit
           end-if.
           move "00" to ws-gen-status.
           open input gen-file.
           if ws-gen-status not = "00"
               go to 450-exit
           end-if.
           close gen-file.
           if ws-adopt = "Y"
               move function catalog-generation(ws-probe-base,
                   ws-gen-name, ws-probe-kind, ws-probe-period,
                   "gen-verify", ws-probe-offset)
                   to ws-catalog-result
               add 1 to ws-adopted-count
               display "ADOPTED  " function trim(ws-gen-name)
                   " - now catalogued"
               perform 460-remember-adopted
           else
               add 1 to ws-extra-count
               display "EXTRA    " function trim(ws-gen-name)
                   " - on disk, not in the catalog"
           end-if.
       450-exit. exit.
      *    460-remember-adopted: an adopted month counts in the gap
      *    check below, as it will on every later run.
       460-remember-adopted.
           if ws-entry-count < 900
               add 1 to ws-entry-count
               move ws-probe-base to ws-ent-base(ws-entry-count)
               move ws-gen-name to ws-ent-generation(ws-entry-count)
               move ws-probe-kind to ws-ent-kind(ws-entry-count)
               move ws-probe-period to ws-ent-period(ws-entry-count)
               move "A" to ws-ent-state(ws-entry-count)
           end-if.
      *----------------------------------------------------------------
      *    500-check-gaps: between a monthly family's first and last
      *    present generation, every month should have one.
       500-check-gaps.
           move 0 to ws-mb-first(b).
           move 0 to ws-mb-last(b).
           perform varying g from 1 by 1 until g > ws-entry-count
               if ws-ent-kind(g) = "M" and ws-ent-state(g) = "A"
                   and ws-ent-base(g) = ws-mb-base(b)
                   if ws-mb-first(b) = 0
                       or ws-ent-period(g) < ws-mb-first(b)
                       move ws-ent-period(g) to ws-mb-first(b)
                   end-if
                   if ws-ent-period(g) > ws-mb-last(b)
                       move ws-ent-period(g) to ws-mb-last(b)
                   end-if
               end-if
           end-perform.
           if ws-mb-first(b) = 0
               go to 500-exit
           end-if.
           move ws-mb-first(b) to ws-walk-yyyymm.
           move 0 to ws-month-guard.
           perform until ws-walk-yyyymm > ws-mb-last(b)
               or ws-month-guard > 130
               add 1 to ws-month-guard
               perform 510-check-one-month
               perform 440-advance-month
           end-perform.
       500-exit. exit.
       510-check-one-month.
           move "N" to ws-known.
           perform varying g from 1 by 1 until g > ws-entry-count
               if ws-ent-kind(g) = "M" and ws-ent-state(g) = "A"
                   and ws-ent-base(g) = ws-mb-base(b)
                   and ws-ent-period(g) = ws-walk-yyyymm
                   move "Y" to ws-known
               end-if
           end-perform.
           if ws-known = "N"
               add 1 to ws-gap-count
               display "GAP      " function trim(ws-mb-base(b))
                   " - no generation for " ws-walk-yyyymm
                   " between " ws-mb-first(b) " and " ws-mb-last(b)
           end-if.
      *----------------------------------------------------------------
       900-report.
           display " ".
           display "Catalog entries read:      " ws-catalog-lines.
           display "Generations catalogued:    " ws-entry-count.
           display "  verified intact:         " ws-ok-count.
           display "  retired and gone:        " ws-retired-count.
           display "Missing:                   " ws-missing-count.
           display "Altered:                   " ws-altered-count.
           display "Extra:                     " ws-extra-count.
           if ws-adopt = "Y"
               display "Adopted into the catalog:  " ws-adopted-count
           end-if.
           display "Monthly gaps:              " ws-gap-count.
           move spaces to ws-alert-text.
           evaluate true
               when ws-missing-count > 0 or ws-altered-count > 0
                   string "generation catalog: " ws-missing-count
                       " missing, " ws-altered-count " altered"
                       delimited by size into ws-alert-text
                   move function log-alert("genverfy", "E",
                       ws-alert-text) to ws-alert-status
                   move 16 to return-code
               when ws-extra-count > 0 or ws-gap-count > 0
                   string "generation catalog: " ws-extra-count
                       " extra, " ws-gap-count " monthly gap(s)"
                       delimited by size into ws-alert-text
                   move function log-alert("genverfy", "W",
                       ws-alert-text) to ws-alert-status
                   move 8 to return-code
               when other
                   display "gen-verify: every catalogued generation"
                       " is on disk as catalogued."
                   move 0 to return-code
           end-evaluate.
       900-exit. exit.
       end program gen-verify.
