       identification division.
       program-id. hold-maint.
      *----------------------------------------------------------------
      *    hold-maint: places and releases legal holds. When a result
      *    or an access-review finding is in dispute the exact records
      *    involved have to survive, but ledger-archive, housekeep and
      *    batch-driver's run-log purge cut on schedule regardless. A
      *    hold on HOLDS.DAT stops them: each asks check-hold (see
      *    src/library/holds.cbl) of every record it is about to cut,
      *    keeps a held one and reports what it kept back.
      *    A hold names any mix of program-id, operator, run number and
      *    a from/to date range - every part given must match, an empty
      *    part matches anything, and at least one part is required (a
      *    hold on everything is a retention policy, not a hold). Each
      *    carries a reason and a release date; from the day after the
      *    release date it lapses by itself, and it can be released
      *    early here. Released holds stay on file as the record of
      *    what was held, by whom and why.
      *    Only an active operator holding the HOLD authorization slot
      *    (or ALL) on OPERATORS.DAT may sign on - the queue-entry
      *    gate, password proven and failures counting toward the
      *    same lockout; with no master file the program refuses, as
      *    approve-action does. Every hold placed or released goes to
      *    AUDITLOG.DAT through log-access. hold-report lists the
      *    active holds and what each protects.
      *    HOLDS.DAT is re-read under its lock before each change and
      *    rewritten whole, so two sessions cannot draw the same hold
      *    number or lose each other's work.
       environment division.
       configuration section.
           repository.
               function log-access
               function lock-acquire
               function lock-release
               function enter-environment.
       input-output section.
       file-control.
           select operator-file assign to "OPERATORS.DAT"
               organization is line sequential
               file status is ws-operator-status.
           select hold-file assign to "HOLDS.DAT"
               organization is line sequential
               file status is ws-hold-status.
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
       fd hold-file.
       01 fd-hold-rec              pic x(127).
       working-storage section.
           01 ws-operator-status   pic x(02)   value "00".
           01 ws-hold-status       pic x(02)   value "00".
           01 ws-operator-id       pic x(08).
           01 ws-password          pic x(08).
           01 ws-pwd-ok            pic X.
           01 ws-try               pic 9(01).
           01 ws-signon-ok         pic X       value "Y".
           01 ws-slot-ok           pic X.
           01 ws-log-command       pic x(80).
           01 ws-log-parms         pic x(60).
           01 ws-log-status        pic X.
           01 ws-lock-status       pic X.
           01 ws-choice            pic 9(01).
           01 ws-done              pic X       value "N".
           01 ws-confirm           pic x(01).
           01 ws-entry-text        pic x(12).
           01 ws-numval-check      pic S9(4)   comp.
           01 ws-entry-date        pic 9(08).
           01 ws-date-int          pic 9(08).
           01 ws-date-ok           pic X.
           01 ws-today             pic 9(08).
           01 ws-listed-count      pic 9(03).
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
           01 ws-signon-idx        pic 9(03).
      *    HOLDS.DAT, whole - records are kept exactly as read so a
      *    rewrite changes nothing but the one placed or released;
      *    past the table's capacity nothing is written at all.
           01 ws-holds.
               05 ws-hold-count    pic 9(03)   value 0.
               05 ws-hold-entry    pic x(127) occurs 200 times.
           01 ws-holds-overflow    pic X       value "N".
           01 ws-high-id           pic 9(04).
      *    one record, laid out as match-hold reads it.
           01 ws-hold.
               05 ws-hld-id            pic 9(04).
               05 ws-hld-status        pic x(01).
               05 ws-hld-program       pic x(08).
               05 ws-hld-from-date     pic 9(08).
               05 ws-hld-to-date       pic 9(08).
               05 ws-hld-operator      pic x(08).
               05 ws-hld-run-id        pic 9(10).
               05 ws-hld-reason        pic x(40).
               05 ws-hld-placed-by     pic x(08).
               05 ws-hld-placed-date   pic 9(08).
               05 ws-hld-release-date  pic 9(08).
               05 ws-hld-released-by   pic x(08).
               05 ws-hld-released-date pic 9(08).
           01 ws-new-hold          pic x(127).
           01 ws-target-id         pic 9(04).
           01 ws-update-ok         pic X.
           01 ws-state-word        pic x(08).
           01 o                    pic 9(03).
           01 a                    pic 9(01).
           01 v                    pic 9(03).
       procedure division.
       display function enter-environment("hold-maint").
       perform 100-init thru 100-exit.
       if ws-signon-ok = "N"
           display "hold-maint: sign-on refused."
           move 16 to return-code
           goback
       end-if.
       move spaces to ws-log-command.
       string "hold-maint SIGNON " ws-operator-id
           delimited by size into ws-log-command.
       move function log-access(ws-operator-id, ws-log-command,
           spaces) to ws-log-status.
       perform 200-menu-loop thru 200-exit
           until ws-done = "Y".
       display "hold-maint: session ended.".
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
      *    130-validate-signon: approve-action's gate, plus the HOLD
      *    slot - placing a hold overrides every retention policy.
       130-validate-signon.
           if ws-oper-count = 0
               display "hold-maint: no OPERATORS.DAT on file - holds"
                   " need an authorization master."
               move "N" to ws-signon-ok
               go to 130-done
           end-if.
           perform 135-find-operator.
           if ws-found-idx = 0
               display "hold-maint: operator " ws-operator-id
                   " is not on the operator master file."
               move "N" to ws-signon-ok
               go to 130-done
           end-if.
           set o to ws-found-idx.
           if ws-opr-active(o) not = "Y"
               display "hold-maint: operator " ws-operator-id
                   " is deactivated."
               move "N" to ws-signon-ok
               go to 130-done
           end-if.
           if ws-opr-locked(o) = "Y"
               display "hold-maint: operator " ws-operator-id
                   " is locked out - see oper-maint."
               move "N" to ws-signon-ok
               go to 130-done
           end-if.
           move "N" to ws-slot-ok.
           perform varying a from 1 by 1 until a > 6
               if ws-opr-auth(o, a) = "ALL"
                   or ws-opr-auth(o, a) = "HOLD"
                   move "Y" to ws-slot-ok
               end-if
           end-perform.
           if ws-slot-ok = "N"
               display "hold-maint: operator " ws-operator-id
                   " is not authorized for HOLD."
               move "N" to ws-signon-ok
               go to 130-done
           end-if.
           if ws-opr-password(o) = spaces
               display "hold-maint: no password on file - sign"
                   " on to param-menu first to set one."
               move "N" to ws-signon-ok
               go to 130-done
           end-if.
           perform 136-check-password thru 136-done.
           move ws-found-idx to ws-signon-idx.
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
           display "hold-maint: password does not match.".
           move spaces to ws-log-command.
           string "hold-maint SIGNON FAIL " ws-operator-id
               delimited by size into ws-log-command.
           move function log-access(ws-operator-id, ws-log-command,
               spaces) to ws-log-status.
           if ws-opr-fails(o) < 99
               add 1 to ws-opr-fails(o)
           end-if.
           if ws-opr-fails(o) >= 5
               move "Y" to ws-opr-locked(o)
               display "hold-maint: operator " ws-operator-id
                   " is now locked out - see oper-maint."
               move spaces to ws-log-command
               string "hold-maint SIGNON LOCKOUT " ws-operator-id
                   delimited by size into ws-log-command
               move function log-access(ws-operator-id,
                   ws-log-command, spaces) to ws-log-status
           end-if.
           perform 190-rewrite-operators.
       137-done.
           exit.
      *----------------------------------------------------------------
      *    150-load-holds: the whole file into the table; a missing
      *    file is simply no holds yet.
       150-load-holds.
           move 0 to ws-hold-count.
           move 0 to ws-high-id.
           move "N" to ws-holds-overflow.
           open input hold-file.
           if ws-hold-status not = "00"
               go to 150-done
           end-if.
           perform until ws-hold-status = "10"
               read hold-file
                   at end move "10" to ws-hold-status
                   not at end
                       move fd-hold-rec to ws-hold
                       if ws-hld-id is numeric
                           and ws-hld-id > ws-high-id
                           move ws-hld-id to ws-high-id
                       end-if
                       if ws-hold-count < 200
                           add 1 to ws-hold-count
                           move fd-hold-rec
                               to ws-hold-entry(ws-hold-count)
                       else
                           move "Y" to ws-holds-overflow
                       end-if
               end-read
           end-perform.
           close hold-file.
       150-done.
           exit.
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
           display "===== Legal holds =====".
           display "1. list holds".
           display "2. place a hold".
           display "3. release a hold".
           display "4. exit".
           display "Selection: " with no advancing.
           accept ws-choice.
           evaluate ws-choice
               when 1 perform 300-list thru 300-exit
               when 2 perform 400-place thru 400-exit
               when 3 perform 500-release thru 500-exit
               when 4 move "Y" to ws-done
               when other
                   display "hold-maint: invalid selection."
           end-evaluate.
       200-exit. exit.
      *----------------------------------------------------------------
      *    300-list: every hold on file, the lapsed and released ones
      *    marked as such, each with what it matches and why.
       300-list.
           perform 150-load-holds thru 150-done.
           move 0 to ws-listed-count.
           display "ID   STATE    PROGRAM  OPERATOR RUN        FROM"
               "     TO       RELEASE  PLACED BY".
           perform varying v from 1 by 1 until v > ws-hold-count
               move ws-hold-entry(v) to ws-hold
               add 1 to ws-listed-count
               perform 310-state-word
               display ws-hld-id space ws-state-word space
                   ws-hld-program space ws-hld-operator space
                   ws-hld-run-id space ws-hld-from-date space
                   ws-hld-to-date space ws-hld-release-date space
                   ws-hld-placed-by
               display "       " function trim(ws-hld-reason)
           end-perform.
           display "Holds on file: " ws-listed-count.
       300-exit. exit.
       310-state-word.
           evaluate true
               when ws-hld-status = "R"
                   move "RELEASED" to ws-state-word
               when ws-hld-release-date < ws-today
                   move "LAPSED" to ws-state-word
               when other
                   move "ACTIVE" to ws-state-word
           end-evaluate.
      *----------------------------------------------------------------
      *    400-place: each part of the hold is optional except that at
      *    least one must be given; the reason and a release date from
      *    today on are required.
       400-place.
           move spaces to ws-hold.
           move 0 to ws-hld-from-date ws-hld-to-date ws-hld-run-id.
           display "  Program-id (blank = any): " with no advancing.
           accept ws-hld-program.
           move function lower-case(ws-hld-program)
               to ws-hld-program.
           display "  Operator (blank = any): " with no advancing.
           accept ws-hld-operator.
           display "  Run number (blank = any): " with no advancing.
           accept ws-entry-text.
           if ws-entry-text not = spaces
               move function test-numval(ws-entry-text)
                   to ws-numval-check
               if ws-numval-check not = 0
                   display "  Not a run number - cancelled."
                   go to 400-exit
               end-if
               compute ws-hld-run-id = function numval(ws-entry-text)
           end-if.
           display "  From date yyyymmdd (blank = any): "
               with no advancing.
           perform 450-accept-date thru 450-exit.
           if ws-date-ok = "N"
               go to 400-exit
           end-if.
           move ws-entry-date to ws-hld-from-date.
           display "  To date yyyymmdd (blank = any): "
               with no advancing.
           perform 450-accept-date thru 450-exit.
           if ws-date-ok = "N"
               go to 400-exit
           end-if.
           move ws-entry-date to ws-hld-to-date.
           if ws-hld-program = spaces and ws-hld-operator = spaces
               and ws-hld-run-id = 0 and ws-hld-from-date = 0
               and ws-hld-to-date = 0
               display "  A hold must name a program, operator, run"
                   " or dates - cancelled."
               go to 400-exit
           end-if.
           if ws-hld-from-date not = 0 and ws-hld-to-date not = 0
               and ws-hld-from-date > ws-hld-to-date
               display "  From date is after to date - cancelled."
               go to 400-exit
           end-if.
           display "  Reason: " with no advancing.
           accept ws-hld-reason.
           if ws-hld-reason = spaces
               display "  A hold needs a reason - cancelled."
               go to 400-exit
           end-if.
           display "  Release date yyyymmdd: " with no advancing.
           perform 450-accept-date thru 450-exit.
           if ws-date-ok = "N"
               go to 400-exit
           end-if.
           if ws-entry-date < ws-today
               display "  Release date must be today or later -"
                   " cancelled."
               go to 400-exit
           end-if.
           move ws-entry-date to ws-hld-release-date.
           move "A" to ws-hld-status.
           move ws-operator-id to ws-hld-placed-by.
           move ws-today to ws-hld-placed-date.
           move 0 to ws-hld-released-date.
           display "  Place this hold (Y/N): " with no advancing.
           accept ws-confirm.
           if ws-confirm not = "Y" and ws-confirm not = "y"
               display "  Not placed."
               go to 400-exit
           end-if.
           move ws-hold to ws-new-hold.
           move function lock-acquire("HOLDS.DAT")
               to ws-lock-status.
           perform 150-load-holds thru 150-done.
           if ws-holds-overflow = "Y" or ws-hold-count >= 200
               move function lock-release("HOLDS.DAT")
                   to ws-lock-status
               display "  HOLDS.DAT is full - not placed."
               go to 400-exit
           end-if.
           move ws-new-hold to ws-hold.
           add 1 to ws-high-id.
           move ws-high-id to ws-hld-id.
           add 1 to ws-hold-count.
           move ws-hold to ws-hold-entry(ws-hold-count).
           perform 600-rewrite-holds.
           move function lock-release("HOLDS.DAT")
               to ws-lock-status.
           display "  Hold " ws-hld-id " placed.".
           move spaces to ws-log-command.
           string "hold-maint PLACE " ws-hld-id
               delimited by size into ws-log-command.
           move spaces to ws-log-parms.
           string "PGM=" ws-hld-program " OPR=" ws-hld-operator
               " RUN=" ws-hld-run-id " TO=" ws-hld-release-date
               delimited by size into ws-log-parms.
           move function log-access(ws-operator-id, ws-log-command,
               ws-log-parms) to ws-log-status.
       400-exit. exit.
      *    450-accept-date: blank is zero (no bound); anything else
      *    must be a real date - cal-maint's INTEGER-OF-DATE check.
       450-accept-date.
           move "Y" to ws-date-ok.
           move 0 to ws-entry-date.
           accept ws-entry-text.
           if ws-entry-text = spaces
               go to 450-exit
           end-if.
           move function test-numval(ws-entry-text)
               to ws-numval-check.
           if ws-numval-check not = 0
               display "  Not a date - cancelled."
               move "N" to ws-date-ok
               go to 450-exit
           end-if.
           compute ws-entry-date = function numval(ws-entry-text).
           compute ws-date-int =
               function integer-of-date(ws-entry-date).
           if ws-date-int = 0
               display "  " ws-entry-date " is not a real date -"
                   " cancelled."
               move "N" to ws-date-ok
           end-if.
       450-exit. exit.
      *----------------------------------------------------------------
      *    500-release: an early release; the record stays on file
      *    marked released, by whom and when.
       500-release.
           display "  Hold number to release: " with no advancing.
           accept ws-entry-text.
           move function test-numval(ws-entry-text)
               to ws-numval-check.
           if ws-entry-text = spaces or ws-numval-check not = 0
               display "  Not a hold number."
               go to 500-exit
           end-if.
           compute ws-target-id = function numval(ws-entry-text).
           move function lock-acquire("HOLDS.DAT")
               to ws-lock-status.
           perform 150-load-holds thru 150-done.
           move "N" to ws-update-ok.
           perform varying v from 1 by 1 until v > ws-hold-count
               move ws-hold-entry(v) to ws-hold
               if ws-hld-id = ws-target-id and ws-hld-status = "A"
                   move "R" to ws-hld-status
                   move ws-operator-id to ws-hld-released-by
                   move ws-today to ws-hld-released-date
                   move ws-hold to ws-hold-entry(v)
                   move "Y" to ws-update-ok
               end-if
           end-perform.
           if ws-update-ok = "Y" and ws-holds-overflow = "N"
               perform 600-rewrite-holds
           end-if.
           move function lock-release("HOLDS.DAT")
               to ws-lock-status.
           if ws-update-ok = "N"
               display "  No active hold " ws-target-id "."
               go to 500-exit
           end-if.
           if ws-holds-overflow = "Y"
               display "  HOLDS.DAT is past 200 records - not"
                   " rewritten."
               go to 500-exit
           end-if.
           display "  Hold " ws-target-id " released.".
           move spaces to ws-log-command.
           string "hold-maint RELEASE " ws-target-id
               delimited by size into ws-log-command.
           move function log-access(ws-operator-id, ws-log-command,
               spaces) to ws-log-status.
       500-exit. exit.
       600-rewrite-holds.
           open output hold-file.
           perform varying v from 1 by 1 until v > ws-hold-count
               move ws-hold-entry(v) to fd-hold-rec
               write fd-hold-rec
           end-perform.
           close hold-file.
       end program hold-maint.
