       identification division.
       program-id. version-maint.
      *----------------------------------------------------------------
      *    version-maint: maintains VERSIONS.DAT, the version catalog
      *    - one fixed-width record per program-id and version: the
      *    build identifier the program carries in its
      *    ws-program-version (and log-run stamps on every ledger row
      *    it writes, see src/library/ledger.cbl), the date that build
      *    was installed, the operator who promoted it, and a short
      *    note of what changed. When result-check or variance-report
      *    flags a changed answer the first question is always "was
      *    the program changed?" - the ledger row now names the build
      *    and this catalog says when it went in and on whose word.
      *    Interactive in the profile-maint mold: list, promote,
      *    withdraw; every change logged through log-access under the
      *    maintaining operator's id, with the record's before and
      *    after images in the shared change journal (log-change,
      *    see src/library/chgjrnl.cbl). The whole small file is read
      *    into a table and rewritten in full on change.
      *    A fourth option walks RESULTS.LED for the builds that have
      *    stamped results but were never catalogued - a program
      *    changed and run without anyone promoting it.
       environment division.
       configuration section.
           repository.
               function log-access
               function log-change
               function enter-environment.
       input-output section.
       file-control.
           select version-file assign to "VERSIONS.DAT"
               organization is line sequential
               file status is ws-version-status.
           select registry-file assign to "REGISTRY.DAT"
               organization is line sequential
               file status is ws-registry-status.
           select ledger-file assign to "RESULTS.LED"
               organization is line sequential
               file status is ws-ledger-status.
       data division.
       file section.
       fd version-file.
       01 fd-version-rec.
           05 fd-ver-program-id    pic x(08).
           05 fd-ver-version       pic x(08).
           05 fd-ver-install-date  pic 9(08).
           05 fd-ver-promoted-by   pic x(08).
           05 fd-ver-note          pic x(40).
       fd registry-file.
       01 fd-registry-rec.
           05 fd-reg-problem-num    pic 9(04).
           05 fd-reg-program-id     pic x(08).
           05 fd-reg-description    pic x(60).
           05 fd-reg-last-run-date  pic 9(08).
           05 fd-reg-last-result    pic x(18).
           05 fd-reg-first-run-date pic 9(08).
           05 fd-reg-run-count      pic 9(05).
           05 fd-reg-best-elapsed   pic 9(05).
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
           05 fd-led-version       pic x(08).
       working-storage section.
           01 ws-version-status    pic x(02)   value "00".
           01 ws-registry-status   pic x(02)   value "00".
           01 ws-ledger-status     pic x(02)   value "00".
           01 ws-maintainer-id     pic x(08).
           01 ws-choice            pic 9(01).
           01 ws-done              pic X       value "N".
           01 ws-log-command       pic x(80).
           01 ws-log-params        pic x(60).
           01 ws-log-status        pic X.
           01 ws-today             pic 9(08).
           01 ws-entry-program     pic x(08).
           01 ws-entry-version     pic x(08).
           01 ws-entry-date-text   pic x(10).
           01 ws-entry-date        pic 9(08).
           01 ws-entry-note        pic x(40).
           01 ws-numval-check      pic S9(4)   comp.
           01 ws-found-idx         pic 9(03).
           01 ws-prog-known        pic X.
           01 ws-versions.
               05 ws-version-count pic 9(03)   value 0.
               05 ws-version-entry occurs 200 times.
                   10 ws-ver-program-id    pic x(08).
                   10 ws-ver-version       pic x(08).
                   10 ws-ver-install-date  pic 9(08).
                   10 ws-ver-promoted-by   pic x(08).
                   10 ws-ver-note          pic x(40).
           01 ws-programs.
               05 ws-prog-count    pic 9(03)   value 0.
               05 ws-prog-id       pic x(08)   occurs 50 times.
      *    the uncatalogued builds found on the ledger, with how many
      *    rows each stamped and the first and last dates it ran.
           01 ws-strays.
               05 ws-stray-count   pic 9(03)   value 0.
               05 ws-stray-entry occurs 50 times.
                   10 ws-sty-program-id    pic x(08).
                   10 ws-sty-version       pic x(08).
                   10 ws-sty-rows          pic 9(05).
                   10 ws-sty-first-date    pic 9(08).
                   10 ws-sty-last-date     pic 9(08).
           01 ws-stray-overflow    pic X       value "N".
           01 ws-unstamped-rows    pic 9(07)   value 0.
           01 p                    pic 9(03).
           01 s                    pic 9(03).
      *    change-journal images - a table entry is laid out exactly
      *    as the record it is written back as.
           01 ws-chg-action        pic x(06).
           01 ws-chg-key           pic x(17).
           01 ws-chg-before        pic x(200).
           01 ws-chg-after         pic x(200).
           01 ws-chg-status        pic X.
       procedure division.
       display function enter-environment("version-maint").
       perform 100-init thru 100-exit.
       perform 200-menu-loop thru 200-exit
           until ws-done = "Y".
       display "version-maint: session ended.".
       move 0 to return-code.
       goback.
       100-init.
           accept ws-today from date yyyymmdd.
           display "Maintainer ID: " with no advancing.
           accept ws-maintainer-id.
           perform 150-load-versions.
           perform 160-load-registry.
       100-exit. exit.
       150-load-versions.
           move 0 to ws-version-count.
           open input version-file.
           if ws-version-status = "35"
               continue
           else
               perform until ws-version-status = "10"
                   read version-file
                       at end move "10" to ws-version-status
                       not at end
                           if ws-version-count < 200
                               add 1 to ws-version-count
                               set p to ws-version-count
                               move fd-ver-program-id
                                   to ws-ver-program-id(p)
                               move fd-ver-version to ws-ver-version(p)
                               move fd-ver-install-date
                                   to ws-ver-install-date(p)
                               move fd-ver-promoted-by
                                   to ws-ver-promoted-by(p)
                               move fd-ver-note to ws-ver-note(p)
                           end-if
                   end-read
               end-perform
               close version-file
           end-if.
       160-load-registry.
           move 0 to ws-prog-count.
           open input registry-file.
           if ws-registry-status = "35"
               continue
           else
               perform until ws-registry-status = "10"
                   read registry-file
                       at end move "10" to ws-registry-status
                       not at end
                           if ws-prog-count < 50
                               add 1 to ws-prog-count
                               move fd-reg-program-id
                                   to ws-prog-id(ws-prog-count)
                           end-if
                   end-read
               end-perform
               close registry-file
           end-if.
       200-menu-loop.
           display " ".
           display "===== Program version catalog =====".
           display "1. list catalogued versions".
           display "2. promote a version".
           display "3. withdraw a version".
           display "4. uncatalogued versions on the ledger".
           display "5. exit".
           display "Selection: " with no advancing.
           accept ws-choice.
           evaluate ws-choice
               when 1 perform 300-list thru 300-exit
               when 2 perform 400-promote thru 400-exit
               when 3 perform 500-withdraw thru 500-exit
               when 4 perform 700-find-strays thru 700-exit
               when 5 move "Y" to ws-done
               when other display "version-maint: invalid"
                   " selection."
           end-evaluate.
       200-exit. exit.
      *    300-list: in file order, which is promotion order within a
      *    program - the last line for a program-id is its current
      *    build.
       300-list.
           if ws-version-count = 0
               display "No versions catalogued."
               go to 300-exit
           end-if.
           display "PROGRAM  VERSION  INSTALLED PROMOTED BY  NOTE".
           perform varying p from 1 by 1 until p > ws-version-count
               display ws-ver-program-id(p) space ws-ver-version(p)
                   space ws-ver-install-date(p) space space
                   ws-ver-promoted-by(p) space space space
                   function trim(ws-ver-note(p))
           end-perform.
       300-exit. exit.
      *----------------------------------------------------------------
      *    400-promote: the program-id is checked against
      *    REGISTRY.DAT when the registry is on file, as profile-maint
      *    checks it. A program-id/version pair already catalogued is
      *    refused - a build is promoted once; a mistaken entry is
      *    withdrawn and promoted again. The install date defaults to
      *    today; the promoting operator is always the maintainer
      *    signed on, never typed.
       400-promote.
           display "  Program ID: " with no advancing.
           accept ws-entry-program.
           if ws-entry-program = spaces
               display "  Cancelled."
               go to 400-exit
           end-if.
           if ws-prog-count > 0
               move "N" to ws-prog-known
               perform varying p from 1 by 1 until p > ws-prog-count
                   if ws-prog-id(p) = ws-entry-program
                       move "Y" to ws-prog-known
                   end-if
               end-perform
               if ws-prog-known = "N"
                   display "  " ws-entry-program " is not in"
                       " REGISTRY.DAT - refused."
                   go to 400-exit
               end-if
           end-if.
           display "  Version: " with no advancing.
           accept ws-entry-version.
           if ws-entry-version = spaces
               display "  Cancelled."
               go to 400-exit
           end-if.
           perform 450-find-version.
           if ws-found-idx not = 0
               display "  " ws-entry-program " " ws-entry-version
                   " is already catalogued (installed "
                   ws-ver-install-date(ws-found-idx) ")."
               go to 400-exit
           end-if.
           if ws-version-count >= 200
               display "  Version table full (200)."
               go to 400-exit
           end-if.
           display "  Install date YYYYMMDD (blank = today): "
               with no advancing.
           move spaces to ws-entry-date-text.
           accept ws-entry-date-text.
           if ws-entry-date-text = spaces
               move ws-today to ws-entry-date
           else
               move function test-numval(ws-entry-date-text)
                   to ws-numval-check
               if ws-numval-check not = 0
                   display "  Not a date - refused."
                   go to 400-exit
               end-if
               compute ws-entry-date =
                   function numval(ws-entry-date-text)
               if ws-entry-date < 19000101 or ws-entry-date > ws-today
                   display "  Install date must be a past date -"
                       " refused."
                   go to 400-exit
               end-if
           end-if.
           display "  What changed: " with no advancing.
           accept ws-entry-note.
           add 1 to ws-version-count.
           set p to ws-version-count.
           move ws-entry-program to ws-ver-program-id(p).
           move ws-entry-version to ws-ver-version(p).
           move ws-entry-date to ws-ver-install-date(p).
           move ws-maintainer-id to ws-ver-promoted-by(p).
           move ws-entry-note to ws-ver-note(p).
           move "ADD" to ws-chg-action.
           move spaces to ws-chg-before.
           move ws-version-entry(p) to ws-chg-after.
           perform 650-journal-change.
           perform 600-rewrite-file.
           move spaces to ws-log-command.
           string "version-maint PROMOTE " ws-entry-program
               delimited by size into ws-log-command.
           move spaces to ws-log-params.
           string "VERSION=" ws-entry-version " INSTALLED="
               ws-entry-date delimited by size into ws-log-params.
           move function log-access(ws-maintainer-id,
               ws-log-command, ws-log-params) to ws-log-status.
           display "  Promoted " ws-entry-program " "
               ws-entry-version ".".
       400-exit. exit.
       450-find-version.
           move 0 to ws-found-idx.
           perform varying p from 1 by 1
               until p > ws-version-count or ws-found-idx not = 0
               if ws-ver-program-id(p) = ws-entry-program
                   and ws-ver-version(p) = ws-entry-version
                   move p to ws-found-idx
               end-if
           end-perform.
       500-withdraw.
           display "  Program ID: " with no advancing.
           accept ws-entry-program.
           if ws-entry-program = spaces
               display "  Cancelled."
               go to 500-exit
           end-if.
           display "  Version to withdraw: " with no advancing.
           accept ws-entry-version.
           perform 450-find-version.
           if ws-found-idx = 0
               display "  " ws-entry-program " " ws-entry-version
                   " is not catalogued."
               go to 500-exit
           end-if.
           move "DELETE" to ws-chg-action.
           move ws-version-entry(ws-found-idx) to ws-chg-before.
           move spaces to ws-chg-after.
           perform varying p from ws-found-idx by 1
               until p >= ws-version-count
               move ws-version-entry(p + 1)
                   to ws-version-entry(p)
           end-perform.
           subtract 1 from ws-version-count.
           perform 650-journal-change.
           perform 600-rewrite-file.
           move spaces to ws-log-command.
           string "version-maint WITHDRAW " ws-entry-program
               delimited by size into ws-log-command.
           move spaces to ws-log-params.
           string "VERSION=" ws-entry-version
               delimited by size into ws-log-params.
           move function log-access(ws-maintainer-id,
               ws-log-command, ws-log-params) to ws-log-status.
           display "  " ws-entry-program " " ws-entry-version
               " withdrawn.".
       500-exit. exit.
       600-rewrite-file.
           open output version-file.
           perform varying p from 1 by 1 until p > ws-version-count
               move ws-ver-program-id(p) to fd-ver-program-id
               move ws-ver-version(p) to fd-ver-version
               move ws-ver-install-date(p) to fd-ver-install-date
               move ws-ver-promoted-by(p) to fd-ver-promoted-by
               move ws-ver-note(p) to fd-ver-note
               write fd-version-rec
           end-perform.
           close version-file.
      *    650-journal-change: the caller has set the action and
      *    both images; program-id and version together are the
      *    record's key.
       650-journal-change.
           move spaces to ws-chg-key.
           string ws-entry-program delimited by space
               "/" ws-entry-version delimited by size
               into ws-chg-key.
           move function log-change("VERSIONS.DAT", ws-maintainer-id,
               ws-chg-action, ws-chg-key, ws-chg-before,
               ws-chg-after) to ws-chg-status.
           if ws-chg-status not = "Y"
               display "version-maint: CHGJRNL.DAT could not be"
                   " written - this change is not journalled and"
                   " cannot be rolled back."
           end-if.
      *----------------------------------------------------------------
      *    700-find-strays: every ledger row whose program-id and
      *    version pair is not catalogued. Rows from before stamping
      *    (blank version) are only counted - they predate the
      *    catalog, they are not a finding.
       700-find-strays.
           move 0 to ws-stray-count ws-unstamped-rows.
           move "N" to ws-stray-overflow.
           move "00" to ws-ledger-status.
           open input ledger-file.
           if ws-ledger-status not = "00"
               display "  No RESULTS.LED on file."
               go to 700-exit
           end-if.
           perform until ws-ledger-status = "10"
               read ledger-file
                   at end move "10" to ws-ledger-status
                   not at end perform 710-check-row thru 710-done
               end-read
           end-perform.
           close ledger-file.
           if ws-stray-count = 0
               display "  Every stamped ledger row names a"
                   " catalogued version."
           else
               display "PROGRAM  VERSION   ROWS  FIRST RUN LAST RUN"
               perform varying s from 1 by 1 until s > ws-stray-count
                   display ws-sty-program-id(s) space
                       ws-sty-version(s) space ws-sty-rows(s) space
                       ws-sty-first-date(s) space
                       ws-sty-last-date(s)
               end-perform
           end-if.
           if ws-stray-overflow = "Y"
               display "  (more than 50 uncatalogued versions - the"
                   " rest are not shown)"
           end-if.
           display "  Rows from before version stamping: "
               ws-unstamped-rows.
       700-exit. exit.
       710-check-row.
           if fd-led-version = spaces
               add 1 to ws-unstamped-rows
               go to 710-done
           end-if.
           move fd-led-program-id to ws-entry-program.
           move fd-led-version to ws-entry-version.
           perform 450-find-version.
           if ws-found-idx not = 0
               go to 710-done
           end-if.
           move 0 to ws-found-idx.
           perform varying s from 1 by 1
               until s > ws-stray-count or ws-found-idx not = 0
               if ws-sty-program-id(s) = fd-led-program-id
                   and ws-sty-version(s) = fd-led-version
                   move s to ws-found-idx
               end-if
           end-perform.
           if ws-found-idx = 0
               if ws-stray-count >= 50
                   move "Y" to ws-stray-overflow
                   go to 710-done
               end-if
               add 1 to ws-stray-count
               move ws-stray-count to ws-found-idx
               move fd-led-program-id
                   to ws-sty-program-id(ws-found-idx)
               move fd-led-version to ws-sty-version(ws-found-idx)
               move 0 to ws-sty-rows(ws-found-idx)
               move fd-led-run-date
                   to ws-sty-first-date(ws-found-idx)
           end-if.
           add 1 to ws-sty-rows(ws-found-idx).
           move fd-led-run-date to ws-sty-last-date(ws-found-idx).
       710-done.
           exit.
       end program version-maint.
