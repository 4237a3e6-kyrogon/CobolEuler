      *    request, and from the param-menu.
      *    Interactive in the expect-maint mold: list, add/change,
      *    remove; every change logged through log-access under the
      *    maintaining operator's id, with the record's before and
      *    after images in the shared change journal (log-change,
      *    see src/library/chgjrnl.cbl). The whole small file is read
      *    into a table and rewritten in full on change - the same
      *    read-all/rewrite-all approach update-registry uses on
      *    REGISTRY.DAT.
       environment division.
       configuration section.
           repository.
               function log-access
               function log-change
               function enter-environment.
       input-output section.
       file-control.
           select profile-file assign to "PROFILES.DAT"
               05 ws-prog-count    pic 9(03)   value 0.
               05 ws-prog-id       pic x(08)   occurs 50 times.
           01 p                    pic 9(03).
      *    change-journal images - a table entry is laid out exactly
      *    as the record it is written back as.
           01 ws-chg-action        pic x(06).
           01 ws-chg-before        pic x(200).
           01 ws-chg-after         pic x(200).
           01 ws-chg-status        pic X.
       procedure division.
       display function enter-environment("profile-maint").
       perform 100-init thru 100-exit.
       perform 200-menu-loop thru 200-exit
           until ws-done = "Y".
               add 1 to ws-profile-count
               set p to ws-profile-count
               move ws-entry-name to ws-prf-name(p)
               move "ADD" to ws-chg-action
               move spaces to ws-chg-before
               display "  Added " ws-entry-name "."
           else
               set p to ws-found-idx
               move "CHANGE" to ws-chg-action
               move ws-profile-entry(p) to ws-chg-before
               display "  Changed " ws-entry-name "."
           end-if.
           move ws-entry-program to ws-prf-program-id(p).
           move ws-entry-args to ws-prf-args(p).
           move ws-entry-description to ws-prf-description(p).
           move ws-profile-entry(p) to ws-chg-after.
           perform 650-journal-change.
           perform 600-rewrite-file.
           move spaces to ws-log-command.
           string "profile-maint SET " ws-entry-name
               display "  Profile " ws-entry-name " not on file."
               go to 500-exit
           end-if.
           move "DELETE" to ws-chg-action.
           move ws-profile-entry(ws-found-idx) to ws-chg-before.
           move spaces to ws-chg-after.
           perform varying p from ws-found-idx by 1
               until p >= ws-profile-count
               move ws-profile-entry(p + 1)
                   to ws-profile-entry(p)
           end-perform.
           subtract 1 from ws-profile-count.
           perform 650-journal-change.
           perform 600-rewrite-file.
           move spaces to ws-log-command.
           string "profile-maint REMOVE " ws-entry-name
               write fd-profile-rec
           end-perform.
           close profile-file.
      *    650-journal-change: the caller has set the action and
      *    both images; the profile name is the record's key.
       650-journal-change.
           move function log-change("PROFILES.DAT", ws-maintainer-id,
               ws-chg-action, ws-entry-name, ws-chg-before,
               ws-chg-after) to ws-chg-status.
           if ws-chg-status not = "Y"
               display "profile-maint: CHGJRNL.DAT could not be"
                   " written - this change is not journalled and"
                   " cannot be rolled back."
           end-if.
       end program profile-maint.
