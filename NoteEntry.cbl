       identification division.
       program-id. note-entry.
      *----------------------------------------------------------------
      *    note-entry: puts what operations knows about a run where
      *    the next person to read the ledger will see it. "Rerun
      *    because the cache was rebuilt", "ran with accounting's
      *    special testor list", "elapsed time high because of a disk
      *    problem" - none of it is in RESULTS.LED, and until now it
      *    lived in people's heads or in email.
      *    The operator names a program and picks one of its ten
      *    latest runs from the journal (reversed entries and the
      *    REVERSAL marker rows are left out, as ledger-query leaves
      *    them out); the run's existing notes are shown first, then
      *    the new one is typed, confirmed and written to
      *    RUNNOTES.DAT - keyed like RESULTS.IDX (program-id, run
      *    date, run time) plus a note number, stamped with today's
      *    date and time and the signed-on operator. Notes are never
      *    changed or removed here: a wrong note is answered by a
      *    later one, the way ledger-correct answers a wrong row.
      *    run-note (src/library/runnotes.cbl) reads them back for
      *    ledger-query, variance-report, trend-report and
      *    shift-handover.
      *    Any active operator on OPERATORS.DAT may sign on - no
      *    authorization slot, since a note changes no figure - with
      *    the queue-entry password gate and lockout; with no master
      *    file the program refuses, because an unsigned note is
      *    exactly the hearsay the file replaces. Each note added
      *    goes to AUDITLOG.DAT through log-access.
       environment division.
       configuration section.
           repository.
               function log-access
               function lock-acquire
               function lock-release
               function run-note
               function enter-environment.
       input-output section.
       file-control.
           select operator-file assign to "OPERATORS.DAT"
               organization is line sequential
               file status is ws-operator-status.
           select ledger-file assign to "RESULTS.LED"
               organization is line sequential
               file status is ws-ledger-status.
           select reversal-file assign to "REVERSALS.DAT"
               organization is line sequential
               file status is ws-reversal-status.
           select note-file assign to "RUNNOTES.DAT"
               organization is indexed
               access mode is random
               record key is fd-not-key
               file status is ws-note-status.
       data division.
       file section.
       fd operator-file.
       01 fd-operator-rec.
           05 fd-op-operator-id    pic x(08).
           05 fd-op-name           pic x(30).
           05 fd-op-active         pic x(01).
           05 fd-op-auth           pic x(08) occurs 6 times.
           05 fd-op-password       pic x(08).
           05 fd-op-pwd-changed    pic x(01).
           05 fd-op-fail-count     pic 9(02).
           05 fd-op-locked         pic x(01).
           05 fd-op-dept           pic x(04).
       fd ledger-file.
       01 fd-ledger-rec.
           05 fd-led-program-id    pic x(08).
           05 fd-led-parameters    pic x(40).
           05 fd-led-result        pic x(18).
           05 fd-led-run-date      pic 9(08).
           05 fd-led-run-time      pic 9(06).
           05 fd-led-elapsed-sec   pic 9(05).
       fd reversal-file.
       01 fd-reversal-rec.
           05 fd-rev-program-id    pic x(08).
           05 fd-rev-run-date      pic 9(08).
           05 fd-rev-run-time      pic 9(06).
           05 fd-rev-operator      pic x(08).
           05 fd-rev-done-date     pic 9(08).
      *    RUNNOTES.DAT: one record per note - the run's ledger key,
      *    the note's number within the run, when it was written,
      *    by whom, and the note itself.
       fd note-file.
       01 fd-note-rec.
           05 fd-not-key.
               10 fd-not-program-id    pic x(08).
               10 fd-not-run-date      pic 9(08).
               10 fd-not-run-time      pic 9(06).
               10 fd-not-seq           pic 9(03).
           05 fd-not-note-date     pic 9(08).
           05 fd-not-note-time     pic 9(06).
           05 fd-not-operator      pic x(08).
           05 fd-not-text          pic x(60).
       working-storage section.
           01 ws-operator-status   pic x(02)   value "00".
           01 ws-ledger-status     pic x(02)   value "00".
           01 ws-reversal-status   pic x(02)   value "00".
           01 ws-note-status       pic x(02)   value "00".
           01 ws-operator-id       pic x(08).
           01 ws-password          pic x(08).
           01 ws-pwd-ok            pic X.
           01 ws-try               pic 9(01).
           01 ws-signon-ok         pic X       value "Y".
           01 ws-log-command       pic x(80).
           01 ws-log-parms         pic x(60).
           01 ws-log-status        pic X.
           01 ws-lock-status       pic X.
           01 ws-choice            pic 9(01).
           01 ws-done              pic X       value "N".
           01 ws-confirm           pic x(01).
           01 ws-entry-text        pic x(12).
           01 ws-numval-check      pic S9(4)   comp.
           01 ws-today             pic 9(08).
           01 ws-full-time         pic 9(08).
           01 ws-operators.
               05 ws-oper-count    pic 9(03)   value 0.
               05 ws-oper-entry occurs 50 times.
                   10 ws-opr-id        pic x(08).
                   10 ws-opr-name      pic x(30).
                   10 ws-opr-active    pic x(01).
                   10 ws-opr-auth      pic x(08) occurs 6 times.
                   10 ws-opr-password  pic x(08).
                   10 ws-opr-pwd-chg   pic x(01).
                   10 ws-opr-fails     pic 9(02).
                   10 ws-opr-locked    pic x(01).
                   10 ws-opr-dept      pic x(04).
           01 ws-found-idx         pic 9(03).
           01 ws-reversals.
               05 ws-rev-count     pic 9(03)   value 0.
               05 ws-rev-entry occurs 100 times.
                   10 ws-rv-program-id    pic x(08).
                   10 ws-rv-run-date      pic 9(08).
                   10 ws-rv-run-time      pic 9(06).
           01 ws-row-reversed      pic X.
      *    the chosen program's latest runs, oldest first - the same
      *    sliding window trend-report keeps.
           01 ws-select-program    pic x(08).
           01 ws-runs.
               05 ws-run-count     pic 9(02)   value 0.
               05 ws-run-entry occurs 10 times.
                   10 ws-run-date          pic 9(08).
                   10 ws-run-time          pic 9(06).
                   10 ws-run-result        pic x(18).
                   10 ws-run-elapsed       pic 9(05).
                   10 ws-run-parameters    pic x(40).
           01 ws-run-pick          pic 9(02)   value 0.
      *    one note as run-note hands it back.
           01 ws-note-seq          pic 9(03).
           01 ws-note-count        pic 9(03).
           01 ws-run-note.
               05 ws-rn-date       pic x(08).
               05 ws-rn-operator   pic x(08).
               05 ws-rn-text       pic x(60).
           01 ws-note-text         pic x(60).
           01 ws-write-ok          pic X.
           01 o                    pic 9(03).
           01 a                    pic 9(01).
           01 r                    pic 9(02).
           01 rv                   pic 9(03).
       procedure division.
       display function enter-environment("note-entry").
       perform 100-init thru 100-exit.
       if ws-signon-ok = "N"
           display "note-entry: sign-on refused."
           move 16 to return-code
           goback
       end-if.
       move spaces to ws-log-command.
       string "note-entry SIGNON " ws-operator-id
           delimited by size into ws-log-command.
       move function log-access(ws-operator-id, ws-log-command,
           spaces) to ws-log-status.
       perform 150-load-reversals thru 150-exit.
       perform 200-menu-loop thru 200-exit
           until ws-done = "Y".
       display "note-entry: session ended.".
       move 0 to return-code.
       goback.
       100-init.
           accept ws-today from date yyyymmdd.
           display "Operator ID: " with no advancing.
           accept ws-operator-id.
           perform 110-load-operators.
           perform 130-validate-signon thru 130-done.
       100-exit. exit.
       110-load-operators.
           move 0 to ws-oper-count.
           open input operator-file.
           if ws-operator-status = "35"
               continue
           else
               perform until ws-operator-status = "10"
                   read operator-file
                       at end move "10" to ws-operator-status
                       not at end
                           if ws-oper-count < 50
                               add 1 to ws-oper-count
                               set o to ws-oper-count
                               move fd-op-operator-id to ws-opr-id(o)
                               move fd-op-name to ws-opr-name(o)
                               move fd-op-active to ws-opr-active(o)
                               perform varying a from 1 by 1
                                   until a > 6
                                   move fd-op-auth(a)
                                       to ws-opr-auth(o, a)
                               end-perform
                               perform 120-load-credentials
                           end-if
                   end-read
               end-perform
               close operator-file
           end-if.
       120-load-credentials.
           move fd-op-password to ws-opr-password(o).
           move fd-op-pwd-changed to ws-opr-pwd-chg(o).
           if fd-op-fail-count is numeric
               move fd-op-fail-count to ws-opr-fails(o)
           else
               move 0 to ws-opr-fails(o)
           end-if.
           move fd-op-locked to ws-opr-locked(o).
           move fd-op-dept to ws-opr-dept(o).
      *----------------------------------------------------------------
      *    130-validate-signon: approve-action's gate without an
      *    authorization slot - any active operator may sign a note.
       130-validate-signon.
           if ws-oper-count = 0
               display "note-entry: no OPERATORS.DAT on file - notes"
                   " must be signed by a known operator."
               move "N" to ws-signon-ok
               go to 130-done
           end-if.
           perform 135-find-operator.
           if ws-found-idx = 0
               display "note-entry: operator " ws-operator-id
                   " is not on the operator master file."
               move "N" to ws-signon-ok
               go to 130-done
           end-if.
           set o to ws-found-idx.
           if ws-opr-active(o) not = "Y"
               display "note-entry: operator " ws-operator-id
                   " is deactivated."
               move "N" to ws-signon-ok
               go to 130-done
           end-if.
           if ws-opr-locked(o) = "Y"
               display "note-entry: operator " ws-operator-id
                   " is locked out - see oper-maint."
               move "N" to ws-signon-ok
               go to 130-done
           end-if.
           if ws-opr-password(o) = spaces
               display "note-entry: no password on file - sign"
                   " on to param-menu first to set one."
               move "N" to ws-signon-ok
               go to 130-done
           end-if.
           perform 136-check-password thru 136-done.
       130-done.
           exit.
       135-find-operator.
           move 0 to ws-found-idx.
           perform varying o from 1 by 1
               until o > ws-oper-count or ws-found-idx not = 0
               if ws-opr-id(o) = ws-operator-id
                   move o to ws-found-idx
               end-if
           end-perform.
       136-check-password.
           move "N" to ws-pwd-ok.
           move 0 to ws-try.
           perform 137-try-one-password thru 137-done
               until ws-pwd-ok = "Y" or ws-try >= 3
                   or ws-opr-locked(o) = "Y".
           if ws-pwd-ok = "Y"
               if ws-opr-fails(o) not = 0
                   move 0 to ws-opr-fails(o)
                   perform 190-rewrite-operators
               end-if
           else
               move "N" to ws-signon-ok
           end-if.
       136-done.
           exit.
       137-try-one-password.
           add 1 to ws-try.
           display "Password: " with no advancing.
           accept ws-password.
           if ws-password = ws-opr-password(o)
               move "Y" to ws-pwd-ok
               go to 137-done
           end-if.
           display "note-entry: password does not match.".
           move spaces to ws-log-command.
           string "note-entry SIGNON FAIL " ws-operator-id
               delimited by size into ws-log-command.
           move function log-access(ws-operator-id, ws-log-command,
               spaces) to ws-log-status.
           if ws-opr-fails(o) < 99
               add 1 to ws-opr-fails(o)
           end-if.
           if ws-opr-fails(o) >= 5
               move "Y" to ws-opr-locked(o)
               display "note-entry: operator " ws-operator-id
                   " is now locked out - see oper-maint."
               move spaces to ws-log-command
               string "note-entry SIGNON LOCKOUT " ws-operator-id
                   delimited by size into ws-log-command
               move function log-access(ws-operator-id,
                   ws-log-command, spaces) to ws-log-status
           end-if.
           perform 190-rewrite-operators.
       137-done.
           exit.
       150-load-reversals.
           open input reversal-file.
           if ws-reversal-status not = "00"
               go to 150-exit
           end-if.
           perform until ws-reversal-status = "10"
               read reversal-file
                   at end move "10" to ws-reversal-status
                   not at end
                       if ws-rev-count < 100
                           add 1 to ws-rev-count
                           move fd-rev-program-id
                               to ws-rv-program-id(ws-rev-count)
                           move fd-rev-run-date
                               to ws-rv-run-date(ws-rev-count)
                           move fd-rev-run-time
                               to ws-rv-run-time(ws-rev-count)
                       end-if
               end-read
           end-perform.
           close reversal-file.
       150-exit. exit.
       190-rewrite-operators.
           open output operator-file.
           perform varying o from 1 by 1 until o > ws-oper-count
               move ws-opr-id(o) to fd-op-operator-id
               move ws-opr-name(o) to fd-op-name
               move ws-opr-active(o) to fd-op-active
               perform varying a from 1 by 1 until a > 6
                   move ws-opr-auth(o, a) to fd-op-auth(a)
               end-perform
               move ws-opr-password(o) to fd-op-password
               move ws-opr-pwd-chg(o) to fd-op-pwd-changed
               move ws-opr-fails(o) to fd-op-fail-count
               move ws-opr-locked(o) to fd-op-locked
               move ws-opr-dept(o) to fd-op-dept
               write fd-operator-rec
           end-perform.
           close operator-file.
           set o to ws-found-idx.
       200-menu-loop.
           display " ".
           display "===== Run notes =====".
           display "1. add a note to a run".
           display "2. show a run's notes".
           display "3. exit".
           display "Selection: " with no advancing.
           accept ws-choice.
           evaluate ws-choice
               when 1 perform 400-add-note thru 400-exit
               when 2 perform 300-choose-run thru 300-exit
               when 3 move "Y" to ws-done
               when other
                   display "note-entry: invalid selection."
           end-evaluate.
       200-exit. exit.
      *----------------------------------------------------------------
      *    300-choose-run: the program's ten latest runs, numbered
      *    oldest to newest with each one's note count; the pick
      *    lands in ws-run-pick (0 = nothing chosen) and its notes
      *    are listed.
       300-choose-run.
           move 0 to ws-run-pick.
           display "  Program-id: " with no advancing.
           accept ws-select-program.
           move function lower-case(ws-select-program)
               to ws-select-program.
           if ws-select-program = spaces
               go to 300-exit
           end-if.
           perform 310-load-runs thru 310-exit.
           if ws-run-count = 0
               display "  No runs of " function trim(ws-select-program)
                   " on the ledger."
               go to 300-exit
           end-if.
           display "   #  DATE     TIME   SECS  RESULT            "
               "NOTES PARAMETERS".
           perform varying r from 1 by 1 until r > ws-run-count
               perform 330-count-notes
               display "  " r space ws-run-date(r) space
                   ws-run-time(r) space ws-run-elapsed(r) space
                   ws-run-result(r) space ws-note-count space
                   function trim(ws-run-parameters(r))
           end-perform.
           display "  Run number (blank = cancel): " with no advancing.
           accept ws-entry-text.
           if ws-entry-text = spaces
               go to 300-exit
           end-if.
           move function test-numval(ws-entry-text)
               to ws-numval-check.
           if ws-numval-check not = 0
               display "  Not a run number."
               go to 300-exit
           end-if.
           compute ws-run-pick = function numval(ws-entry-text).
           if ws-run-pick < 1 or ws-run-pick > ws-run-count
               display "  No run " ws-run-pick " in the list."
               move 0 to ws-run-pick
               go to 300-exit
           end-if.
           move ws-run-pick to r.
           perform 340-show-notes.
       300-exit. exit.
       310-load-runs.
           move 0 to ws-run-count.
           move "00" to ws-ledger-status.
           open input ledger-file.
           if ws-ledger-status not = "00"
               go to 310-exit
           end-if.
           perform until ws-ledger-status = "10"
               read ledger-file
                   at end move "10" to ws-ledger-status
                   not at end perform 320-keep-run thru 320-done
               end-read
           end-perform.
           close ledger-file.
       310-exit. exit.
       320-keep-run.
           if fd-led-program-id not = ws-select-program
               go to 320-done
           end-if.
           move "N" to ws-row-reversed.
           if fd-led-result = "REVERSAL"
               go to 320-done
           end-if.
           perform varying rv from 1 by 1 until rv > ws-rev-count
               if ws-rv-program-id(rv) = fd-led-program-id
                   and ws-rv-run-date(rv) = fd-led-run-date
                   and ws-rv-run-time(rv) = fd-led-run-time
                   move "Y" to ws-row-reversed
               end-if
           end-perform.
           if ws-row-reversed = "Y"
               go to 320-done
           end-if.
           if ws-run-count < 10
               add 1 to ws-run-count
           else
               perform varying r from 1 by 1 until r >= 10
                   move ws-run-entry(r + 1) to ws-run-entry(r)
               end-perform
           end-if.
           move fd-led-run-date to ws-run-date(ws-run-count).
           move fd-led-run-time to ws-run-time(ws-run-count).
           move fd-led-result to ws-run-result(ws-run-count).
           move fd-led-elapsed-sec to ws-run-elapsed(ws-run-count).
           move fd-led-parameters to ws-run-parameters(ws-run-count).
       320-done.
           exit.
       330-count-notes.
           move 1 to ws-note-seq.
           move function run-note(ws-select-program, ws-run-date(r),
               ws-run-time(r), ws-note-seq) to ws-run-note.
           perform until ws-run-note = spaces or ws-note-seq = 999
               add 1 to ws-note-seq
               move function run-note(ws-select-program,
                   ws-run-date(r), ws-run-time(r), ws-note-seq)
                   to ws-run-note
           end-perform.
           compute ws-note-count = ws-note-seq - 1.
       340-show-notes.
           move 1 to ws-note-seq.
           move function run-note(ws-select-program, ws-run-date(r),
               ws-run-time(r), ws-note-seq) to ws-run-note.
           if ws-run-note = spaces
               display "  No notes on this run yet."
           end-if.
           perform until ws-run-note = spaces or ws-note-seq = 999
               display "  note " ws-note-seq space ws-rn-date space
                   ws-rn-operator space function trim(ws-rn-text)
               add 1 to ws-note-seq
               move function run-note(ws-select-program,
                   ws-run-date(r), ws-run-time(r), ws-note-seq)
                   to ws-run-note
           end-perform.
      *----------------------------------------------------------------
      *    400-add-note: choose the run, see what is already said
      *    about it, type the note, confirm. The next note number is
      *    found and the record written under the RUNNOTES.DAT lock,
      *    so two sessions annotating one run cannot take the same
      *    number.
       400-add-note.
           perform 300-choose-run thru 300-exit.
           if ws-run-pick = 0
               go to 400-exit
           end-if.
           move ws-run-pick to r.
           display "  Note: " with no advancing.
           move spaces to ws-note-text.
           accept ws-note-text.
           if ws-note-text = spaces
               display "  Nothing to add - cancelled."
               go to 400-exit
           end-if.
           display "  Add this note to the " ws-run-date(r) " "
               ws-run-time(r) " run (Y/N): " with no advancing.
           accept ws-confirm.
           if ws-confirm not = "Y" and ws-confirm not = "y"
               display "  Not added."
               go to 400-exit
           end-if.
           move function lock-acquire("RUNNOTES.DAT")
               to ws-lock-status.
           perform 410-write-note thru 410-exit.
           move function lock-release("RUNNOTES.DAT")
               to ws-lock-status.
           if ws-write-ok = "N"
               display "  RUNNOTES.DAT could not be written ("
                   ws-note-status ") - not added."
               go to 400-exit
           end-if.
           display "  Note " ws-note-seq " added.".
           move spaces to ws-log-command.
           string "note-entry NOTE " ws-select-program
               delimited by size into ws-log-command.
           move spaces to ws-log-parms.
           string "RUN=" ws-run-date(r) "/" ws-run-time(r)
               " NOTE=" ws-note-seq
               delimited by size into ws-log-parms.
           move function log-access(ws-operator-id, ws-log-command,
               ws-log-parms) to ws-log-status.
       400-exit. exit.
       410-write-note.
           move "N" to ws-write-ok.
           open i-o note-file.
           if ws-note-status = "35"
               open output note-file
               close note-file
               open i-o note-file
           end-if.
           if ws-note-status not = "00"
               go to 410-exit
           end-if.
           move 0 to ws-note-seq.
           move "00" to ws-note-status.
           perform until ws-note-status not = "00"
               or ws-note-seq = 999
               add 1 to ws-note-seq
               move ws-select-program to fd-not-program-id
               move ws-run-date(r) to fd-not-run-date
               move ws-run-time(r) to fd-not-run-time
               move ws-note-seq to fd-not-seq
               read note-file
                   invalid key move "23" to ws-note-status
               end-read
           end-perform.
           if ws-note-status = "00"
               close note-file
               go to 410-exit
           end-if.
           move ws-select-program to fd-not-program-id.
           move ws-run-date(r) to fd-not-run-date.
           move ws-run-time(r) to fd-not-run-time.
           move ws-note-seq to fd-not-seq.
           move ws-today to fd-not-note-date.
           accept ws-full-time from time.
           divide ws-full-time by 100 giving fd-not-note-time.
           move ws-operator-id to fd-not-operator.
           move ws-note-text to fd-not-text.
           write fd-note-rec
               invalid key continue
               not invalid key move "Y" to ws-write-ok
           end-write.
           close note-file.
       410-exit. exit.
       end program note-entry.
