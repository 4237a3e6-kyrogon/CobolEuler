       identification division.
       program-id. dep-maint.
      *----------------------------------------------------------------
      *    dep-maint: proper maintenance for BATCHDEP.DAT, the file
      *    batch-driver's 202-form-wave reads to decide which steps may
      *    run side by side - the last scheduling file still kept by
      *    raw editor, where a prerequisite naming no real program or
      *    two programs waiting on each other only shows up as a
      *    stalled window. In the cal-maint mold:
      *      - list the dependency records, flagging any name that is
      *        no longer a REGISTRY.DAT program;
      *      - add or change a program's prerequisites (up to four,
      *        batch-driver's record), every name checked against
      *        REGISTRY.DAT, and the change refused outright when it
      *        would close a cycle - the programs caught in it are
      *        named;
      *      - delete a program's record (a deletion cannot make a
      *        cycle);
      *      - print the critical path: each program's recent elapsed
      *        seconds from RESULTS.LED (the mean of its last five
      *        runs, reversals skipped), the earliest each can finish
      *        given its prerequisites, and the chain of programs that
      *        sets the longest finish - the chain that sets the
      *        window's length.
      *    Every change is logged through log-access under the
      *    maintaining operator and journalled before and after through
      *    log-change (src/library/chgjrnl.cbl), keyed by the program
      *    id, the record itself being the image. The file is read
      *    whole into a table of batch-driver's own twenty-record
      *    capacity and rewritten whole on change.
      *    Cycle check: the graph (prerequisite -> program) is sorted
      *    topologically by repeatedly taking out a program with no
      *    prerequisites left; whatever can never be taken out sits
      *    in, or waits behind, a cycle.
       environment division.
       configuration section.
           repository.
               function log-access
               function log-change
               function enter-environment.
       input-output section.
       file-control.
           select dep-file assign to "BATCHDEP.DAT"
               organization is line sequential
               file status is ws-dep-status.
           select registry-file assign to "REGISTRY.DAT"
               organization is line sequential
               file status is ws-registry-status.
           select ledger-file assign to "RESULTS.LED"
               organization is line sequential
               file status is ws-ledger-status.
       data division.
       file section.
       fd dep-file.
       01 fd-dep-rec.
           05 fd-dep-program-id    pic x(08).
           05 fd-dep-prereq        pic x(08) occurs 4 times.
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
       working-storage section.
           01 ws-dep-status        pic x(02)   value "00".
           01 ws-registry-status   pic x(02)   value "00".
           01 ws-ledger-status     pic x(02)   value "00".
           01 ws-maintainer-id     pic x(08).
           01 ws-choice            pic 9(01).
           01 ws-done              pic X       value "N".
           01 ws-log-command       pic x(80).
           01 ws-log-status        pic X.
      *    the file, whole - an entry is laid out exactly as the
      *    record it is written back as.
           01 ws-deps.
               05 ws-dep-count     pic 9(02)   value 0.
               05 ws-dep-entry occurs 20 times.
                   10 ws-dep-program-id   pic x(08).
                   10 ws-dep-prereq       pic x(08) occurs 4 times.
           01 ws-dep-overflow      pic X       value "N".
           01 ws-programs.
               05 ws-prog-count    pic 9(03)   value 0.
               05 ws-prog-id       pic x(08)   occurs 50 times.
           01 ws-entry-id          pic x(08).
           01 ws-entry-step        pic x(08).
           01 ws-new-prereqs.
               05 ws-new-prereq    pic x(08)   occurs 4 times.
           01 ws-saved-entry       pic x(40).
           01 ws-step-known        pic X.
           01 ws-step-ok           pic X.
           01 ws-found-idx         pic 9(02).
      *    the dependency graph: one node per program named anywhere
      *    in the table, with its count of prerequisites not yet
      *    taken out, the order nodes came out in, and for the
      *    critical path the recent elapsed seconds and the earliest
      *    finish through the slowest prerequisite.
           01 ws-graph.
               05 ws-node-count    pic 9(03)   value 0.
               05 ws-node occurs 100 times.
                   10 ws-node-id       pic x(08).
                   10 ws-node-waiting  pic 9(02).
                   10 ws-node-out      pic X.
                   10 ws-node-runs     pic 9(01).
                   10 ws-node-recent   pic 9(05)   occurs 5 times.
                   10 ws-node-secs     pic 9(05).
                   10 ws-node-finish   pic 9(07).
                   10 ws-node-pred     pic 9(03).
           01 ws-order.
               05 ws-order-count   pic 9(03)   value 0.
               05 ws-order-node    pic 9(03)   occurs 100 times.
           01 ws-node-key          pic x(08).
           01 ws-node-idx          pic 9(03).
           01 ws-node-found        pic X.
           01 ws-cycle             pic X       value "N".
           01 ws-cycle-line        pic x(72).
           01 ws-line-pos          pic 9(03).
           01 ws-took-one          pic X.
           01 ws-recent-total      pic 9(07).
           01 ws-longest-finish    pic 9(07).
           01 ws-longest-node      pic 9(03).
           01 ws-path.
               05 ws-path-count    pic 9(03)   value 0.
               05 ws-path-node     pic 9(03)   occurs 100 times.
           01 ws-path-step         pic 9(03).
           01 ws-no-history        pic X.
           01 ws-chg-action        pic x(06).
           01 ws-chg-key           pic x(08).
           01 ws-chg-before        pic x(200).
           01 ws-chg-after         pic x(200).
           01 ws-chg-status        pic X.
           01 d                    pic 9(02).
           01 c                    pic 9(02).
           01 n                    pic 9(03).
           01 m                    pic 9(03).
           01 r                    pic 9(01).
           01 t                    pic 9(03).
           01 q                    pic 9(03).
       procedure division.
       display function enter-environment("dep-maint").
       perform 100-init thru 100-exit.
       perform 200-menu-loop thru 200-exit
           until ws-done = "Y".
       display "dep-maint: session ended.".
       move 0 to return-code.
       goback.
       100-init.
           display "Maintainer ID: " with no advancing.
           accept ws-maintainer-id.
           perform 120-load-deps thru 120-done.
           perform 130-load-registry.
      *    a cycle already on file is reported at once - it is the
      *    window that stalls tonight.
           perform 800-check-cycle thru 800-exit.
           if ws-cycle = "Y"
               display "dep-maint: ** BATCHDEP.DAT as it stands has a"
                   " cycle - these programs can never start: **"
               perform 850-show-cycle
           end-if.
       100-exit. exit.
       120-load-deps.
           move 0 to ws-dep-count.
           open input dep-file.
           if ws-dep-status not = "00"
               display "dep-maint: no BATCHDEP.DAT yet - starting"
                   " an empty dependency file."
               go to 120-done
           end-if.
           perform until ws-dep-status = "10"
               read dep-file
                   at end move "10" to ws-dep-status
                   not at end
                       if ws-dep-count < 20
                           add 1 to ws-dep-count
                           move fd-dep-rec
                               to ws-dep-entry(ws-dep-count)
                       else
                           move "Y" to ws-dep-overflow
                       end-if
               end-read
           end-perform.
           close dep-file.
      *    batch-driver's 117-load-deps stops at twenty records too,
      *    so the ones past it have never been honored; the next
      *    rewrite drops them, and the maintainer is told which.
           if ws-dep-overflow = "Y"
               display "dep-maint: more than 20 records on file -"
                   " batch-driver ignores the rest, and the next"
                   " change here drops them."
           end-if.
       120-done.
           exit.
       130-load-registry.
           open input registry-file.
           if ws-registry-status = "00"
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
           display "===== Batch dependency maintenance =====".
           display "1. list the dependencies".
           display "2. add/change a program's prerequisites".
           display "3. delete a program's dependency record".
           display "4. critical-path report".
           display "5. exit".
           display "Selection: " with no advancing.
           accept ws-choice.
           evaluate ws-choice
               when 1 perform 300-list thru 300-exit
               when 2 perform 400-add-change thru 400-exit
               when 3 perform 500-delete thru 500-exit
               when 4 perform 900-critical-path thru 900-exit
               when 5 move "Y" to ws-done
               when other display "dep-maint: invalid selection."
           end-evaluate.
       200-exit. exit.
       300-list.
           if ws-dep-count = 0
               display "No dependency records on file - the window"
                   " runs strictly serial."
               go to 300-exit
           end-if.
           display "PROGRAM  WAITS FOR".
           perform varying d from 1 by 1 until d > ws-dep-count
               display ws-dep-program-id(d) space
                   ws-dep-prereq(d, 1) space ws-dep-prereq(d, 2)
                   space ws-dep-prereq(d, 3) space
                   ws-dep-prereq(d, 4)
               move ws-dep-program-id(d) to ws-entry-step
               perform 310-flag-unknown thru 310-exit
               perform varying c from 1 by 1 until c > 4
                   if ws-dep-prereq(d, c) not = spaces
                       move ws-dep-prereq(d, c) to ws-entry-step
                       perform 310-flag-unknown thru 310-exit
                   end-if
               end-perform
           end-perform.
           display "Records: " ws-dep-count.
       300-exit. exit.
       310-flag-unknown.
           if ws-prog-count = 0
               go to 310-exit
           end-if.
           perform 540-is-registry-program.
           if ws-step-known = "N"
               display "         ** " ws-entry-step
                   " is not a registry program **"
           end-if.
       310-exit. exit.
      *----------------------------------------------------------------
      *    400-add-change: the prerequisites are re-entered whole
      *    (blank ends the list), each one checked as it is typed;
      *    the finished record goes into the table on trial, and a
      *    cycle takes it straight back out again.
       400-add-change.
           display "  Program ID: " with no advancing.
           accept ws-entry-id.
           if ws-entry-id = spaces
               display "  Cancelled."
               go to 400-exit
           end-if.
           move ws-entry-id to ws-entry-step.
           perform 530-check-program thru 530-exit.
           if ws-step-known = "N"
               go to 400-exit
           end-if.
           perform 450-find-dep.
           if ws-found-idx not = 0
               display "  Now waits for: "
                   ws-dep-prereq(ws-found-idx, 1) space
                   ws-dep-prereq(ws-found-idx, 2) space
                   ws-dep-prereq(ws-found-idx, 3) space
                   ws-dep-prereq(ws-found-idx, 4)
           else
               if ws-dep-count >= 20
                   display "  Dependency file full (20) - the most"
                       " batch-driver reads."
                   go to 400-exit
               end-if
           end-if.
           move spaces to ws-new-prereqs.
           perform 420-accept-prereqs thru 420-done.
           if ws-new-prereq(1) = spaces
               if ws-found-idx = 0
                   display "  No prerequisites - nothing to add."
               else
                   display "  No prerequisites - use delete to drop"
                       " the record."
               end-if
               go to 400-exit
           end-if.
           if ws-found-idx = 0
               add 1 to ws-dep-count
               move ws-dep-count to ws-found-idx
               move spaces to ws-saved-entry
               move "ADD" to ws-chg-action
           else
               move ws-dep-entry(ws-found-idx) to ws-saved-entry
               move "CHANGE" to ws-chg-action
           end-if.
           move ws-entry-id to ws-dep-program-id(ws-found-idx).
           perform varying c from 1 by 1 until c > 4
               move ws-new-prereq(c) to ws-dep-prereq(ws-found-idx, c)
           end-perform.
           perform 800-check-cycle thru 800-exit.
           if ws-cycle = "Y"
               display "  Refused - this change closes a cycle; these"
                   " programs could never start:"
               perform 850-show-cycle
               if ws-chg-action = "ADD"
                   subtract 1 from ws-dep-count
               else
                   move ws-saved-entry to ws-dep-entry(ws-found-idx)
               end-if
               go to 400-exit
           end-if.
           move ws-saved-entry to ws-chg-before.
           move ws-dep-entry(ws-found-idx) to ws-chg-after.
           perform 650-journal-change.
           perform 600-rewrite-file.
           move spaces to ws-log-command.
           string "dep-maint " function trim(ws-chg-action) " "
               ws-entry-id delimited by size into ws-log-command.
           move function log-access(ws-maintainer-id,
               ws-log-command, ws-dep-entry(ws-found-idx))
               to ws-log-status.
           display "  " ws-entry-id " dependencies written.".
       400-exit. exit.
       420-accept-prereqs.
           perform varying c from 1 by 1 until c > 4
               display "  Prerequisite " c " (blank to finish): "
                   with no advancing
               accept ws-entry-step
               if ws-entry-step = spaces
                   move 5 to c
               else
                   perform 430-check-prereq thru 430-exit
                   if ws-step-ok = "Y"
                       move ws-entry-step to ws-new-prereq(c)
                   else
                       subtract 1 from c
                   end-if
               end-if
           end-perform.
       420-done.
           exit.
      *    430-check-prereq: a registry program, not the program
      *    itself (the one-step cycle), not already listed.
       430-check-prereq.
           move "N" to ws-step-ok.
           if ws-entry-step = ws-entry-id
               display "  A program cannot wait for itself - try"
                   " again."
               go to 430-exit
           end-if.
           perform varying t from 1 by 1 until t > 4
               if ws-new-prereq(t) = ws-entry-step
                   display "  " ws-entry-step " is already listed -"
                       " try again."
                   go to 430-exit
               end-if
           end-perform.
           perform 530-check-program thru 530-exit.
           if ws-step-known = "Y"
               move "Y" to ws-step-ok
           end-if.
       430-exit. exit.
       450-find-dep.
           move 0 to ws-found-idx.
           perform varying d from 1 by 1
               until d > ws-dep-count or ws-found-idx not = 0
               if ws-dep-program-id(d) = ws-entry-id
                   move d to ws-found-idx
               end-if
           end-perform.
       500-delete.
           display "  Program ID to delete: " with no advancing.
           accept ws-entry-id.
           if ws-entry-id = spaces
               display "  Cancelled."
               go to 500-exit
           end-if.
           perform 450-find-dep.
           if ws-found-idx = 0
               display "  " ws-entry-id " has no dependency record."
               go to 500-exit
           end-if.
           move "DELETE" to ws-chg-action.
           move ws-dep-entry(ws-found-idx) to ws-chg-before.
           move spaces to ws-chg-after.
           perform varying d from ws-found-idx by 1
               until d >= ws-dep-count
               move ws-dep-entry(d + 1) to ws-dep-entry(d)
           end-perform.
           subtract 1 from ws-dep-count.
           perform 650-journal-change.
           perform 600-rewrite-file.
           move spaces to ws-log-command.
           string "dep-maint DELETE " ws-entry-id
               delimited by size into ws-log-command.
           move function log-access(ws-maintainer-id,
               ws-log-command, spaces) to ws-log-status.
           display "  " ws-entry-id " dependency record deleted.".
       500-exit. exit.
      *    530-check-program: a dependency is only ever honored for a
      *    program batch-driver can run, so the name must be a
      *    REGISTRY.DAT program. With no registry on hand there is
      *    nothing to check against, and the name passes with a
      *    warning, as cal-maint's step names do.
       530-check-program.
           if ws-prog-count = 0
               display "  (no registry to check against - accepted"
                   " unverified)"
               move "Y" to ws-step-known
               go to 530-exit
           end-if.
           perform 540-is-registry-program.
           if ws-step-known = "N"
               display "  " ws-entry-step " is not a registry"
                   " program - refused."
           end-if.
       530-exit. exit.
       540-is-registry-program.
           move "N" to ws-step-known.
           perform varying t from 1 by 1 until t > ws-prog-count
               if ws-prog-id(t) = ws-entry-step
                   move "Y" to ws-step-known
               end-if
           end-perform.
       600-rewrite-file.
           open output dep-file.
           perform varying d from 1 by 1 until d > ws-dep-count
               move ws-dep-entry(d) to fd-dep-rec
               write fd-dep-rec
           end-perform.
           close dep-file.
      *    650-journal-change: the caller has set the action and both
      *    images; a record's key is its program-id.
       650-journal-change.
           move ws-entry-id to ws-chg-key.
           move function log-change("BATCHDEP.DAT", ws-maintainer-id,
               ws-chg-action, ws-chg-key, ws-chg-before,
               ws-chg-after) to ws-chg-status.
           if ws-chg-status not = "Y"
               display "dep-maint: CHGJRNL.DAT could not be"
                   " written - this change is not journalled and"
                   " cannot be rolled back."
           end-if.
      *----------------------------------------------------------------
      *    800-check-cycle: builds the graph from the table as it
      *    stands and sorts it; ws-cycle says whether any node was
      *    left that could never be taken out.
       800-check-cycle.
           perform 810-build-graph.
           perform 820-topo-sort.
           if ws-order-count < ws-node-count
               move "Y" to ws-cycle
           else
               move "N" to ws-cycle
           end-if.
       800-exit. exit.
       810-build-graph.
           move 0 to ws-node-count.
           perform varying d from 1 by 1 until d > ws-dep-count
               move ws-dep-program-id(d) to ws-node-key
               perform 815-find-or-add-node
               perform varying c from 1 by 1 until c > 4
                   if ws-dep-prereq(d, c) not = spaces
                       move ws-dep-prereq(d, c) to ws-node-key
                       perform 815-find-or-add-node
                   end-if
               end-perform
           end-perform.
           perform varying d from 1 by 1 until d > ws-dep-count
               move ws-dep-program-id(d) to ws-node-key
               perform 815-find-or-add-node
               perform varying c from 1 by 1 until c > 4
                   if ws-dep-prereq(d, c) not = spaces
                       add 1 to ws-node-waiting(ws-node-idx)
                   end-if
               end-perform
           end-perform.
       815-find-or-add-node.
           move "N" to ws-node-found.
           perform varying n from 1 by 1
               until n > ws-node-count or ws-node-found = "Y"
               if ws-node-id(n) = ws-node-key
                   move "Y" to ws-node-found
                   move n to ws-node-idx
               end-if
           end-perform.
           if ws-node-found = "N"
               add 1 to ws-node-count
               move ws-node-count to ws-node-idx
               move ws-node-key to ws-node-id(ws-node-idx)
               move 0 to ws-node-waiting(ws-node-idx)
               move "N" to ws-node-out(ws-node-idx)
               move 0 to ws-node-runs(ws-node-idx)
               move 0 to ws-node-secs(ws-node-idx)
               move 0 to ws-node-finish(ws-node-idx)
               move 0 to ws-node-pred(ws-node-idx)
           end-if.
      *    820-topo-sort: take out any node with nothing left to wait
      *    for, release everything that waited on it, and go round
      *    again until a pass takes nothing out.
       820-topo-sort.
           move 0 to ws-order-count.
           move "Y" to ws-took-one.
           perform until ws-took-one = "N"
               move "N" to ws-took-one
               perform varying n from 1 by 1 until n > ws-node-count
                   if ws-node-out(n) = "N"
                       and ws-node-waiting(n) = 0
                       move "Y" to ws-node-out(n)
                       move "Y" to ws-took-one
                       add 1 to ws-order-count
                       move n to ws-order-node(ws-order-count)
                       perform 825-release-waiters
                   end-if
               end-perform
           end-perform.
       825-release-waiters.
           perform varying d from 1 by 1 until d > ws-dep-count
               perform varying c from 1 by 1 until c > 4
                   if ws-dep-prereq(d, c) = ws-node-id(n)
                       move ws-dep-program-id(d) to ws-node-key
                       perform 830-locate-node
                       subtract 1 from ws-node-waiting(m)
                   end-if
               end-perform
           end-perform.
      *    830-locate-node: like 815 but into m, leaving n (the
      *    sort's own subscript) alone.
       830-locate-node.
           move 0 to m.
           perform varying t from 1 by 1
               until t > ws-node-count or m not = 0
               if ws-node-id(t) = ws-node-key
                   move t to m
               end-if
           end-perform.
       850-show-cycle.
           move spaces to ws-cycle-line.
           move 5 to ws-line-pos.
           perform varying n from 1 by 1 until n > ws-node-count
               if ws-node-out(n) = "N"
                   if ws-line-pos > 63
                       display ws-cycle-line
                       move spaces to ws-cycle-line
                       move 5 to ws-line-pos
                   end-if
                   move ws-node-id(n) to ws-cycle-line(ws-line-pos:8)
                   add 9 to ws-line-pos
               end-if
           end-perform.
           display ws-cycle-line.
      *----------------------------------------------------------------
      *    900-critical-path: the earliest each program can finish is
      *    its own recent seconds after the slowest of its
      *    prerequisites finishes; taking nodes in sorted order means
      *    every prerequisite is finished first. The longest finish,
      *    traced back through the slowest prerequisite each time, is
      *    the chain that sets the window.
       900-critical-path.
           if ws-dep-count = 0
               display "No dependency records - no chain to report."
               go to 900-exit
           end-if.
           perform 800-check-cycle thru 800-exit.
           if ws-cycle = "Y"
               display "BATCHDEP.DAT has a cycle - no critical path"
                   " exists until it is broken:"
               perform 850-show-cycle
               go to 900-exit
           end-if.
           perform 910-load-elapsed thru 910-done.
           move 0 to ws-longest-finish.
           move 0 to ws-longest-node.
           perform varying q from 1 by 1 until q > ws-order-count
               move ws-order-node(q) to n
               perform 920-finish-node
               if ws-node-finish(n) > ws-longest-finish
                   or ws-longest-node = 0
                   move ws-node-finish(n) to ws-longest-finish
                   move n to ws-longest-node
               end-if
           end-perform.
           display " ".
           display "===== Dependency critical path =====".
           display "PROGRAM  RECENT-SECS RUNS  EARLIEST-FINISH".
           move "N" to ws-no-history.
           perform varying q from 1 by 1 until q > ws-order-count
               move ws-order-node(q) to n
               display ws-node-id(n) "    " ws-node-secs(n)
                   "     " ws-node-runs(n) "     " ws-node-finish(n)
               if ws-node-runs(n) = 0
                   move "Y" to ws-no-history
               end-if
           end-perform.
           if ws-no-history = "Y"
               display "(a program with no runs on the ledger counts"
                   " as zero seconds)"
           end-if.
           move 0 to ws-path-count.
           move ws-longest-node to n.
           perform until n = 0
               add 1 to ws-path-count
               move n to ws-path-node(ws-path-count)
               move ws-node-pred(n) to n
           end-perform.
           display " ".
           display "Critical path - " ws-longest-finish
               " seconds:".
           move 0 to ws-path-step.
           perform varying t from ws-path-count by -1 until t < 1
               move ws-path-node(t) to n
               add 1 to ws-path-step
               display "  " ws-path-step " " ws-node-id(n) " "
                   ws-node-secs(n) " secs, finishes at "
                   ws-node-finish(n)
           end-perform.
       900-exit. exit.
      *    910-load-elapsed: each node's last five ledger elapsed
      *    times, kept as a rolling window (the journal is in time
      *    order, so the last five read are the most recent), then
      *    averaged. Reversal rows carry no run time and are skipped.
       910-load-elapsed.
           open input ledger-file.
           if ws-ledger-status not = "00"
               display "dep-maint: no RESULTS.LED - every program"
                   " counts as zero seconds."
               go to 910-done
           end-if.
           perform until ws-ledger-status = "10"
               read ledger-file
                   at end move "10" to ws-ledger-status
                   not at end perform 915-take-ledger-row thru 915-exit
               end-read
           end-perform.
           close ledger-file.
           perform varying n from 1 by 1 until n > ws-node-count
               move 0 to ws-recent-total
               perform varying r from 1 by 1 until r > 5
                   or r > ws-node-runs(n)
                   add ws-node-recent(n, r) to ws-recent-total
               end-perform
               if ws-node-runs(n) > 0
                   compute ws-node-secs(n) rounded =
                       ws-recent-total / ws-node-runs(n)
               end-if
           end-perform.
       910-done.
           exit.
       915-take-ledger-row.
           if fd-led-result = "REVERSAL"
               or fd-led-elapsed-sec is not numeric
               go to 915-exit
           end-if.
           move fd-led-program-id to ws-node-key.
           perform 830-locate-node.
           if m = 0
               go to 915-exit
           end-if.
           if ws-node-runs(m) < 5
               add 1 to ws-node-runs(m)
               move fd-led-elapsed-sec
                   to ws-node-recent(m, ws-node-runs(m))
           else
               perform varying r from 1 by 1 until r > 4
                   move ws-node-recent(m, r + 1)
                       to ws-node-recent(m, r)
               end-perform
               move fd-led-elapsed-sec to ws-node-recent(m, 5)
           end-if.
       915-exit. exit.
      *    920-finish-node: node n's earliest finish, and which
      *    prerequisite held it back longest.
       920-finish-node.
           move 0 to ws-node-finish(n).
           move 0 to ws-node-pred(n).
           perform varying d from 1 by 1 until d > ws-dep-count
               if ws-dep-program-id(d) = ws-node-id(n)
                   perform varying c from 1 by 1 until c > 4
                       if ws-dep-prereq(d, c) not = spaces
                           move ws-dep-prereq(d, c) to ws-node-key
                           perform 830-locate-node
                           if ws-node-finish(m) > ws-node-finish(n)
                               or ws-node-pred(n) = 0
                               move ws-node-finish(m)
                                   to ws-node-finish(n)
                               move m to ws-node-pred(n)
                           end-if
                       end-if
                   end-perform
               end-if
           end-perform.
           add ws-node-secs(n) to ws-node-finish(n).
       end program dep-maint.
