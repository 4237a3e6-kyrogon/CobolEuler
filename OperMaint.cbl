      *    fixed-width record per operator: id, name, active flag, and
      *    up to six program-ids that operator may launch ("ALL" in the
      *    first slot grants everything). Interactive in the param-menu
      *    mold: list, add, deactivate, reset a password, set the
      *    chargeback department charge-stmt bills the operator's
      *    queued work to. Every maintenance action is
      *    itself logged through log-access under the maintaining
      *    operator's id, so changes to who-may-run-what are as
      *    traceable as the runs themselves, and the record's before
      *    and after images go to the shared change journal through
      *    log-change (see src/library/chgjrnl.cbl).
      *    The whole small file is read into a table and rewritten in
      *    full on change - the same read-all/rewrite-all approach
      *    update-registry uses on REGISTRY.DAT.
       environment division.
       configuration section.
           repository.
               function log-access
               function log-change
               function enter-environment.
       input-output section.
       file-control.
           select operator-file assign to "OPERATORS.DAT"
           05 fd-op-pwd-changed    pic x(01).
           05 fd-op-fail-count     pic 9(02).
           05 fd-op-locked         pic x(01).
      *    chargeback department (see charge-stmt), appended the
      *    same way - blank on rows from before it existed.
           05 fd-op-dept           pic x(04).
       working-storage section.
           01 ws-operator-status   pic x(02)   value "00".
           01 ws-maintainer-id     pic x(08).
           01 ws-log-status        pic X.
           01 ws-entry-id          pic x(08).
           01 ws-entry-name        pic x(30).
           01 ws-entry-dept        pic x(04).
           01 ws-entry-auth        pic x(08).
           01 ws-found-idx         pic 9(03).
           01 ws-operators.
                   10 ws-opr-pwd-chg   pic x(01).
                   10 ws-opr-fails     pic 9(02).
                   10 ws-opr-locked    pic x(01).
                   10 ws-opr-dept      pic x(04).
           01 ws-entry-password    pic x(08).
      *    change-journal images - a table entry is laid out exactly
      *    as the record it is written back as.
           01 ws-chg-action        pic x(06).
           01 ws-chg-before        pic x(200).
           01 ws-chg-after         pic x(200).
           01 ws-chg-status        pic X.
           01 o                    pic 9(03).
           01 a                    pic 9(01).
       procedure division.
       display function enter-environment("oper-maint").
       perform 100-init thru 100-exit.
       perform 200-menu-loop thru 200-exit
           until ws-done = "Y".
               move 0 to ws-opr-fails(o)
           end-if.
           move fd-op-locked to ws-opr-locked(o).
           move fd-op-dept to ws-opr-dept(o).
       200-menu-loop.
           display " ".
           display "===== Operator master maintenance =====".
           display "2. add operator".
           display "3. deactivate operator".
           display "4. reset password / unlock".
           display "5. set department".
           display "6. exit".
           display "Selection: " with no advancing.
           accept ws-choice.
           evaluate ws-choice
               when 2 perform 400-add thru 400-exit
               when 3 perform 500-deactivate thru 500-exit
               when 4 perform 550-reset-password thru 550-exit
               when 5 perform 560-set-department thru 560-exit
               when 6 move "Y" to ws-done
               when other display "oper-maint: invalid selection."
           end-evaluate.
       200-exit. exit.
               go to 300-exit
           end-if.
           display "OPERATOR NAME                           A L"
               " DEPT AUTHORIZED".
           perform varying o from 1 by 1 until o > ws-oper-count
               display ws-opr-id(o) space ws-opr-name(o) space
                   ws-opr-active(o) space ws-opr-locked(o) space
                   ws-opr-dept(o) space
                   ws-opr-auth(o, 1) space ws-opr-auth(o, 2) space
                   ws-opr-auth(o, 3) space ws-opr-auth(o, 4) space
                   ws-opr-auth(o, 5) space ws-opr-auth(o, 6)
               move spaces to ws-opr-auth(o, a)
           end-perform.
           perform 410-accept-authorizations.
           display "  Department (blank for none): " with no advancing.
           accept ws-entry-dept.
           move ws-entry-dept to ws-opr-dept(o).
      *    the starting password is handed to the operator out of
      *    band; the not-yet-changed flag makes param-menu force a
      *    replacement at their first sign-on, so the maintainer
           move "N" to ws-opr-pwd-chg(o).
           move 0 to ws-opr-fails(o).
           move "N" to ws-opr-locked(o).
           move "ADD" to ws-chg-action.
           move spaces to ws-chg-before.
           perform 650-journal-change.
           perform 600-rewrite-file.
           move spaces to ws-log-command.
           string "oper-maint ADD " ws-entry-id
                   " is already inactive."
               go to 500-exit
           end-if.
           move ws-oper-entry(o) to ws-chg-before.
           move "N" to ws-opr-active(o).
           move "CHANGE" to ws-chg-action.
           perform 650-journal-change.
           perform 600-rewrite-file.
           move spaces to ws-log-command.
           string "oper-maint DEACTIVATE " ws-entry-id
               display "  Blank password - cancelled."
               go to 550-exit
           end-if.
           move ws-oper-entry(o) to ws-chg-before.
           move ws-entry-password to ws-opr-password(o).
           move "N" to ws-opr-pwd-chg(o).
           move 0 to ws-opr-fails(o).
           move "N" to ws-opr-locked(o).
           move "CHANGE" to ws-chg-action.
           perform 650-journal-change.
           perform 600-rewrite-file.
           move spaces to ws-log-command.
           string "oper-maint PWDRESET " ws-entry-id
               spaces) to ws-log-status.
           display "  Password reset for " ws-entry-id ".".
       550-exit. exit.
      *----------------------------------------------------------------
      *    560-set-department: the department an operator's queued
      *    work is charged back to. Blank takes the operator off
      *    every department - charge-stmt bills such work to NONE.
       560-set-department.
           display "  Operator ID: " with no advancing.
           accept ws-entry-id.
           if ws-entry-id = spaces
               display "  Cancelled."
               go to 560-exit
           end-if.
           perform 450-find-operator.
           if ws-found-idx = 0
               display "  Operator " ws-entry-id " not on file."
               go to 560-exit
           end-if.
           set o to ws-found-idx.
           display "  Current department: " ws-opr-dept(o).
           display "  New department (blank for none): "
               with no advancing.
           accept ws-entry-dept.
           move ws-oper-entry(o) to ws-chg-before.
           move ws-entry-dept to ws-opr-dept(o).
           move "CHANGE" to ws-chg-action.
           perform 650-journal-change.
           perform 600-rewrite-file.
           move spaces to ws-log-command.
           string "oper-maint DEPT " ws-entry-id " " ws-entry-dept
               delimited by size into ws-log-command.
           move function log-access(ws-maintainer-id, ws-log-command,
               spaces) to ws-log-status.
           display "  Department set for " ws-entry-id ".".
       560-exit. exit.
       600-rewrite-file.
           open output operator-file.
           perform varying o from 1 by 1 until o > ws-oper-count
               move ws-opr-pwd-chg(o) to fd-op-pwd-changed
               move ws-opr-fails(o) to fd-op-fail-count
               move ws-opr-locked(o) to fd-op-locked
               move ws-opr-dept(o) to fd-op-dept
               write fd-operator-rec
           end-perform.
           close operator-file.
      *    650-journal-change: the entry at o as it now stands is the
      *    after-image; the caller has set the action and the
      *    before-image. Journalled ahead of 600-rewrite-file, while
      *    o still points at the entry. The password (bytes 88-95)
      *    is blanked out of both images - the journal is read by
      *    anyone who runs change-report, and a password is never
      *    put back by change-rollback anyway.
       650-journal-change.
           move ws-oper-entry(o) to ws-chg-after.
           move spaces to ws-chg-before(88:8).
           move spaces to ws-chg-after(88:8).
           move function log-change("OPERATORS.DAT", ws-maintainer-id,
               ws-chg-action, ws-opr-id(o), ws-chg-before,
               ws-chg-after) to ws-chg-status.
           if ws-chg-status not = "Y"
               display "oper-maint: CHGJRNL.DAT could not be"
                   " written - this change is not journalled and"
                   " cannot be rolled back."
           end-if.
       end program oper-maint.
