       identification division.
       program-id. runbook-maint.
      *----------------------------------------------------------------
      *    runbook-maint: maintains RUNBOOK.DAT, the recovery runbook
      *    runbook-step reads (see src/library/runbook.cbl) - what to
      *    do, step by step, when a program fails or raises an alert,
      *    and who to call when the steps do not get it back. An
      *    entry is keyed by program-id (ALL for every program) and a
      *    message pattern (blank for any message), and is held as
      *    one record per line: line 00 the escalation contact, lines
      *    01 up the steps. batch-monitor, alert-browse and
      *    shift-handover print the matching entry beside the failure
      *    itself, so the night operator reads the fix where the
      *    problem shows instead of hunting for a document.
      *    Interactive in the version-maint mold: list, show, set (an
      *    entry is always entered whole - contact and every step -
      *    and replaces what was there), delete, and a test that
      *    shows exactly what the consoles would print for a given
      *    program and message. Every change is logged through
      *    log-access under the maintaining operator's id, and each
      *    line added or removed goes into the shared change journal
      *    (log-change, see src/library/chgjrnl.cbl). The whole small
      *    file is read into a table and rewritten in full on change,
      *    an entry's lines kept together in line order.
       environment division.
       configuration section.
           repository.
               function log-access
               function log-change
               function runbook-step
               function enter-environment.
       input-output section.
       file-control.
           select runbook-file assign to "RUNBOOK.DAT"
               organization is line sequential
               file status is ws-runbook-status.
           select registry-file assign to "REGISTRY.DAT"
               organization is line sequential
               file status is ws-registry-status.
       data division.
       file section.
       fd runbook-file.
       01 fd-runbook-rec.
           05 fd-rbk-program-id    pic x(08).
           05 fd-rbk-pattern       pic x(30).
           05 fd-rbk-seq           pic 9(02).
           05 fd-rbk-text          pic x(60).
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
       working-storage section.
           01 ws-runbook-status    pic x(02)   value "00".
           01 ws-registry-status   pic x(02)   value "00".
           01 ws-maintainer-id     pic x(08).
           01 ws-choice            pic 9(01).
           01 ws-done              pic X       value "N".
           01 ws-steps-done        pic X       value "N".
           01 ws-log-command       pic x(80).
           01 ws-log-params        pic x(60).
           01 ws-log-status        pic X.
           01 ws-entry-program     pic x(08).
           01 ws-entry-pattern     pic x(30).
           01 ws-entry-contact     pic x(60).
           01 ws-entry-message     pic x(60).
           01 ws-step-text         pic x(60).
           01 ws-prog-known        pic X.
           01 ws-found-count       pic 9(02).
           01 ws-entry-count       pic 9(03).
           01 ws-lines-out         pic 9(02).
           01 ws-contact-show      pic x(60).
           01 ws-runbook.
               05 ws-line-count    pic 9(03)   value 0.
               05 ws-line-entry occurs 500 times.
                   10 ws-rbk-program-id    pic x(08).
                   10 ws-rbk-pattern       pic x(30).
                   10 ws-rbk-seq           pic 9(02).
                   10 ws-rbk-text          pic x(60).
      *    the entry being set, built here before the old lines are
      *    taken out - a full table is found out before anything is
      *    lost.
           01 ws-new-entry.
               05 ws-new-count     pic 9(02)   value 0.
               05 ws-new-text      pic x(60)   occurs 20 times.
           01 ws-programs.
               05 ws-prog-count    pic 9(03)   value 0.
               05 ws-prog-id       pic x(08)   occurs 50 times.
           01 p                    pic 9(03).
           01 n                    pic 9(02).
           01 r                    pic 9(03).
      *    change-journal images - a table line is laid out exactly
      *    as the record it is written back as.
           01 ws-chg-action        pic x(06).
           01 ws-chg-key           pic x(48).
           01 ws-chg-before        pic x(200).
           01 ws-chg-after         pic x(200).
           01 ws-chg-status        pic X.
       procedure division.
       display function enter-environment("runbook-maint").
       perform 100-init thru 100-exit.
       perform 200-menu-loop thru 200-exit
           until ws-done = "Y".
       display "runbook-maint: session ended.".
       move 0 to return-code.
       goback.
       100-init.
           display "Maintainer ID: " with no advancing.
           accept ws-maintainer-id.
           perform 150-load-runbook.
           perform 160-load-registry.
       100-exit. exit.
       150-load-runbook.
           move 0 to ws-line-count.
           open input runbook-file.
           if ws-runbook-status = "35"
               continue
           else
               perform until ws-runbook-status = "10"
                   read runbook-file
                       at end move "10" to ws-runbook-status
                       not at end
                           if ws-line-count < 500
                               add 1 to ws-line-count
                               set p to ws-line-count
                               move fd-rbk-program-id
                                   to ws-rbk-program-id(p)
                               move fd-rbk-pattern to ws-rbk-pattern(p)
                               move fd-rbk-seq to ws-rbk-seq(p)
                               move fd-rbk-text to ws-rbk-text(p)
                           end-if
                   end-read
               end-perform
               close runbook-file
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
           display "===== Recovery runbook =====".
           display "1. list runbook entries".
           display "2. show an entry".
           display "3. set an entry (add or replace)".
           display "4. delete an entry".
           display "5. test a program and message".
           display "6. exit".
           display "Selection: " with no advancing.
           accept ws-choice.
           evaluate ws-choice
               when 1 perform 300-list thru 300-exit
               when 2 perform 350-show thru 350-exit
               when 3 perform 400-set-entry thru 400-exit
               when 4 perform 500-delete-entry thru 500-exit
               when 5 perform 700-test-message thru 700-exit
               when 6 move "Y" to ws-done
               when other display "runbook-maint: invalid"
                   " selection."
           end-evaluate.
       200-exit. exit.
      *----------------------------------------------------------------
      *    300-list: one line per entry - an entry starts wherever the
      *    key changes, the file being kept with an entry's lines
      *    together.
       300-list.
           if ws-line-count = 0
               display "No runbook entries on file."
               go to 300-exit
           end-if.
           display "PROGRAM  PATTERN                        STEPS"
               " ESCALATE TO".
           move 0 to ws-entry-count.
           perform varying p from 1 by 1 until p > ws-line-count
               if p = 1
                   perform 310-list-entry
               else
                   if ws-rbk-program-id(p) not =
                       ws-rbk-program-id(p - 1)
                       or ws-rbk-pattern(p) not = ws-rbk-pattern(p - 1)
                       perform 310-list-entry
                   end-if
               end-if
           end-perform.
           display ws-entry-count " entr(ies).".
       300-exit. exit.
       310-list-entry.
           add 1 to ws-entry-count.
           move ws-rbk-program-id(p) to ws-entry-program.
           move ws-rbk-pattern(p) to ws-entry-pattern.
           move 0 to ws-found-count.
           move "(none)" to ws-contact-show.
           perform varying r from p by 1 until r > ws-line-count
               if ws-rbk-program-id(r) = ws-entry-program
                   and ws-rbk-pattern(r) = ws-entry-pattern
                   if ws-rbk-seq(r) = 0
                       move ws-rbk-text(r) to ws-contact-show
                   else
                       add 1 to ws-found-count
                   end-if
               end-if
           end-perform.
           if ws-entry-pattern = spaces
               move "(any message)" to ws-entry-pattern
           end-if.
           display ws-entry-program space ws-entry-pattern space
               ws-found-count "    "
               function trim(ws-contact-show).
       350-show.
           perform 450-ask-key thru 450-exit.
           if ws-entry-program = spaces
               go to 350-exit
           end-if.
           perform 460-count-entry.
           if ws-found-count = 0
               display "  No runbook entry for "
                   function trim(ws-entry-program) " / '"
                   function trim(ws-entry-pattern) "'."
               go to 350-exit
           end-if.
           perform varying p from 1 by 1 until p > ws-line-count
               if ws-rbk-program-id(p) = ws-entry-program
                   and ws-rbk-pattern(p) = ws-entry-pattern
                   if ws-rbk-seq(p) = 0
                       display "  ESCALATE TO: "
                           function trim(ws-rbk-text(p))
                   else
                       display "  STEP " ws-rbk-seq(p) ": "
                           function trim(ws-rbk-text(p))
                   end-if
               end-if
           end-perform.
       350-exit. exit.
      *----------------------------------------------------------------
      *    400-set-entry: a program-id other than ALL is checked
      *    against REGISTRY.DAT when the registry is on file, as
      *    version-maint checks it. The contact and the steps are
      *    taken first; only then are the entry's old lines (if any)
      *    journalled out and the new ones journalled in, so a
      *    cancelled or refused set changes nothing.
       400-set-entry.
           perform 450-ask-key thru 450-exit.
           if ws-entry-program = spaces
               go to 400-exit
           end-if.
           if ws-entry-program not = "ALL" and ws-prog-count > 0
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
           display "  Escalation contact (blank = none): "
               with no advancing.
           move spaces to ws-entry-contact.
           accept ws-entry-contact.
           display "  Steps, one per line, blank line to end"
               " (20 at most):".
           move 0 to ws-new-count.
           move "N" to ws-steps-done.
           perform 410-take-step thru 410-exit
               until ws-steps-done = "Y" or ws-new-count = 20.
           if ws-new-count = 0
               display "  No steps entered - cancelled."
               go to 400-exit
           end-if.
           perform 460-count-entry.
           compute r = ws-line-count - ws-found-count + ws-new-count.
           if ws-entry-contact not = spaces
               add 1 to r
           end-if.
           if r > 500
               display "  Runbook table full (500 lines) - refused."
               go to 400-exit
           end-if.
           if ws-found-count > 0
               perform 600-remove-entry
           end-if.
           if ws-entry-contact not = spaces
               move ws-entry-contact to ws-step-text
               move 0 to n
               perform 620-append-line
           end-if.
           perform varying n from 1 by 1 until n > ws-new-count
               move ws-new-text(n) to ws-step-text
               perform 620-append-line
           end-perform.
           perform 650-rewrite-file.
           move spaces to ws-log-command.
           string "runbook-maint SET " ws-entry-program
               delimited by size into ws-log-command.
           move spaces to ws-log-params.
           string "PATTERN=" ws-entry-pattern " STEPS=" ws-new-count
               delimited by size into ws-log-params.
           move function log-access(ws-maintainer-id,
               ws-log-command, ws-log-params) to ws-log-status.
           display "  Runbook entry set - " ws-new-count " step(s).".
       400-exit. exit.
       410-take-step.
           move ws-new-count to n.
           add 1 to n.
           display "  " n ": " with no advancing.
           move spaces to ws-step-text.
           accept ws-step-text.
           if ws-step-text = spaces
               move "Y" to ws-steps-done
               go to 410-exit
           end-if.
           add 1 to ws-new-count.
           move ws-step-text to ws-new-text(ws-new-count).
       410-exit. exit.
      *    450-ask-key: patterns are held in capitals - runbook-step
      *    matches them against the message without regard to case.
       450-ask-key.
           display "  Program ID (ALL for every program): "
               with no advancing.
           move spaces to ws-entry-program.
           accept ws-entry-program.
           if ws-entry-program = spaces
               display "  Cancelled."
               go to 450-exit
           end-if.
           if function upper-case(ws-entry-program) = "ALL"
               move "ALL" to ws-entry-program
           end-if.
           display "  Message pattern (blank = any message): "
               with no advancing.
           move spaces to ws-entry-pattern.
           accept ws-entry-pattern.
           move function upper-case(ws-entry-pattern)
               to ws-entry-pattern.
       450-exit. exit.
       460-count-entry.
           move 0 to ws-found-count.
           perform varying p from 1 by 1 until p > ws-line-count
               if ws-rbk-program-id(p) = ws-entry-program
                   and ws-rbk-pattern(p) = ws-entry-pattern
                   add 1 to ws-found-count
               end-if
           end-perform.
       500-delete-entry.
           perform 450-ask-key thru 450-exit.
           if ws-entry-program = spaces
               go to 500-exit
           end-if.
           perform 460-count-entry.
           if ws-found-count = 0
               display "  No runbook entry for "
                   function trim(ws-entry-program) " / '"
                   function trim(ws-entry-pattern) "'."
               go to 500-exit
           end-if.
           perform 600-remove-entry.
           perform 650-rewrite-file.
           move spaces to ws-log-command.
           string "runbook-maint DELETE " ws-entry-program
               delimited by size into ws-log-command.
           move spaces to ws-log-params.
           string "PATTERN=" ws-entry-pattern " LINES=" ws-found-count
               delimited by size into ws-log-params.
           move function log-access(ws-maintainer-id,
               ws-log-command, ws-log-params) to ws-log-status.
           display "  Runbook entry deleted - " ws-found-count
               " line(s).".
       500-exit. exit.
      *----------------------------------------------------------------
      *    600-remove-entry: every line of the entry is journalled as
      *    a DELETE and closed up out of the table.
       600-remove-entry.
           move 1 to p.
           perform until p > ws-line-count
               if ws-rbk-program-id(p) = ws-entry-program
                   and ws-rbk-pattern(p) = ws-entry-pattern
                   move "DELETE" to ws-chg-action
                   move ws-line-entry(p) to ws-chg-before
                   move spaces to ws-chg-after
                   move ws-rbk-seq(p) to n
                   perform 660-journal-change
                   perform varying r from p by 1
                       until r >= ws-line-count
                       move ws-line-entry(r + 1) to ws-line-entry(r)
                   end-perform
                   subtract 1 from ws-line-count
               else
                   add 1 to p
               end-if
           end-perform.
       620-append-line.
           add 1 to ws-line-count.
           set p to ws-line-count.
           move ws-entry-program to ws-rbk-program-id(p).
           move ws-entry-pattern to ws-rbk-pattern(p).
           move n to ws-rbk-seq(p).
           move ws-step-text to ws-rbk-text(p).
           move "ADD" to ws-chg-action.
           move spaces to ws-chg-before.
           move ws-line-entry(p) to ws-chg-after.
           perform 660-journal-change.
       650-rewrite-file.
           open output runbook-file.
           perform varying p from 1 by 1 until p > ws-line-count
               move ws-rbk-program-id(p) to fd-rbk-program-id
               move ws-rbk-pattern(p) to fd-rbk-pattern
               move ws-rbk-seq(p) to fd-rbk-seq
               move ws-rbk-text(p) to fd-rbk-text
               write fd-runbook-rec
           end-perform.
           close runbook-file.
      *    660-journal-change: the caller has set the action, both
      *    images and the line number in n; program-id, pattern and
      *    line number together are the record's key.
       660-journal-change.
           move spaces to ws-chg-key.
           string ws-entry-program delimited by space
               "/" function trim(ws-entry-pattern) "/" n
               delimited by size
               into ws-chg-key.
           move function log-change("RUNBOOK.DAT", ws-maintainer-id,
               ws-chg-action, ws-chg-key, ws-chg-before,
               ws-chg-after) to ws-chg-status.
           if ws-chg-status not = "Y"
               display "runbook-maint: CHGJRNL.DAT could not be"
                   " written - this change is not journalled and"
                   " cannot be rolled back."
           end-if.
      *----------------------------------------------------------------
      *    700-test-message: asks runbook-step itself, the same
      *    questions the consoles ask, so what shows here is what the
      *    night operator will see.
       700-test-message.
           display "  Program ID: " with no advancing.
           move spaces to ws-entry-program.
           accept ws-entry-program.
           if ws-entry-program = spaces
               display "  Cancelled."
               go to 700-exit
           end-if.
           display "  Alert message: " with no advancing.
           move spaces to ws-entry-message.
           accept ws-entry-message.
           move 0 to ws-lines-out.
           move 1 to n.
           move function runbook-step(ws-entry-program,
               ws-entry-message, n) to ws-step-text.
           perform until ws-step-text = spaces or n > 20
               add 1 to ws-lines-out
               display "    RUNBOOK " n ": " function trim(ws-step-text)
               add 1 to n
               move function runbook-step(ws-entry-program,
                   ws-entry-message, n) to ws-step-text
           end-perform.
           move 0 to n.
           move function runbook-step(ws-entry-program,
               ws-entry-message, n) to ws-step-text.
           if ws-step-text not = spaces
               add 1 to ws-lines-out
               display "    ESCALATE TO: " function trim(ws-step-text)
           end-if.
           if ws-lines-out = 0
               display "  No runbook entry matches - the consoles"
                   " would show no instructions."
           end-if.
       700-exit. exit.
       end program runbook-maint.
