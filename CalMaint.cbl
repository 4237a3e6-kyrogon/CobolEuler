      *        holiday/day-of-week/month-end assembly batch-driver's
      *        110-load-calendar performs, run against any chosen
      *        date before it can cost a window;
      *      - set, change or clear a step's run condition
      *        (BATCHCOND.DAT, read by batch-driver's
      *        114-load-conditions): a row is keyed by its calendar
      *        list (a weekday's or the month-end list) and the step
      *        as that list names it, and must watch the program of
      *        an earlier step of that same list with a test of OK,
      *        FAIL, DIFF or SAME;
      *      - every change logged through log-access under the
      *        maintaining operator's id, and journalled before and
      *        after through log-change (src/library/chgjrnl.cbl) -
      *        a holiday, a weekday's whole list or the month-end
      *        list at a time, each laid out as ws-cal-image below,
      *        and a run condition a row at a time.
      *    The file is read whole into tables and rewritten whole on
      *    change. Several "D" records for one weekday merge into
      *    that weekday's slots on load (the loader appends, so the
      *    merge is what the driver already effectively ran);
      *    deadline ("W") and comment ("*") records are preserved
      *    verbatim. BATCHCOND.DAT is likewise read whole and
      *    rewritten whole.
       environment division.
       configuration section.
           repository.
               function log-access
               function log-change
               function enter-environment.
       input-output section.
       file-control.
           select calendar-file assign to "BATCHCAL.DAT"
           select profile-file assign to "PROFILES.DAT"
               organization is line sequential
               file status is ws-profile-status.
           select cond-file assign to "BATCHCOND.DAT"
               organization is line sequential
               file status is ws-cond-status.
       data division.
       file section.
       fd calendar-file.
           05 fd-prf-program-id    pic x(08).
           05 fd-prf-args          pic x(60).
           05 fd-prf-description   pic x(30).
       fd cond-file.
       01 fd-cond-rec.
           05 fd-cnd-cal-type      pic x(01).
           05 fd-cnd-cal-dow       pic x(01).
           05 fd-cnd-step          pic x(08).
           05 fd-cnd-after         pic x(08).
           05 fd-cnd-test          pic x(04).
       working-storage section.
           01 ws-calendar-status   pic x(02)   value "00".
           01 ws-registry-status   pic x(02)   value "00".
           01 ws-profile-status    pic x(02)   value "00".
           01 ws-cond-status       pic x(02)   value "00".
           01 ws-maintainer-id     pic x(08).
           01 ws-choice            pic 9(01).
           01 ws-done              pic X       value "N".
           01 ws-profiles.
               05 ws-profile-count pic 9(03)   value 0.
               05 ws-prf-name      pic x(08)   occurs 50 times.
               05 ws-prf-program-id pic x(08)  occurs 50 times.
      *    BATCHCOND.DAT whole, each row exactly as the file holds it
      *    - the first ten bytes (list and step) are its key.
           01 ws-conditions.
               05 ws-cond-count    pic 9(02)   value 0.
               05 ws-cond-entry occurs 50 times.
                   10 ws-cnd-cal-list.
                       15 ws-cnd-cal-type  pic x(01).
                       15 ws-cnd-cal-dow   pic x(01).
                   10 ws-cnd-step          pic x(08).
                   10 ws-cnd-after         pic x(08).
                   10 ws-cnd-test          pic x(04).
      *    the calendar list a condition is judged against: its code
      *    (type and weekday, as a condition row carries it), a
      *    working copy of its twelve slots, and the step's slot.
           01 ws-list-code.
               05 ws-list-type     pic x(01).
               05 ws-list-dow      pic x(01).
           01 ws-list-name         pic x(09).
           01 ws-list-steps.
               05 ws-lst-step      pic x(08)   occurs 12 times.
           01 ws-slot-pos          pic 9(02).
           01 ws-entry-after       pic x(08).
           01 ws-entry-test        pic x(04).
           01 ws-resolved          pic x(08).
           01 ws-after-ok          pic X.
           01 ws-entry-date-text   pic x(10).
           01 ws-entry-date        pic 9(08).
           01 ws-date-int          pic 9(08).
           01 ws-pv-tomo-yyyymm    pic 9(06).
           01 ws-pv-month-end      pic X.
           01 ws-pv-steps          pic 9(02).
      *    change-journal image of one logical calendar entry: the
      *    record type, its key (a holiday's date, a weekday's digit,
      *    blank for month-end) and all twelve step slots - the
      *    weekday or month-end list whole, however many records
      *    600-rewrite-file splits it across.
           01 ws-cal-image.
               05 ws-cim-type      pic x(01).
               05 ws-cim-key       pic x(08).
               05 ws-cim-step      pic x(08)   occurs 12 times.
           01 ws-chg-action        pic x(06).
           01 ws-chg-key           pic x(10).
           01 ws-chg-before        pic x(200).
           01 ws-chg-after         pic x(200).
           01 ws-chg-status        pic X.
           01 d                    pic 9(01).
           01 c                    pic 9(02).
           01 h                    pic 9(03).
           01 t                    pic 9(03).
       procedure division.
       display function enter-environment("cal-maint").
       perform 100-init thru 100-exit.
       perform 200-menu-loop thru 200-exit
           until ws-done = "Y".
           display "Maintainer ID: " with no advancing.
           accept ws-maintainer-id.
           perform 110-clear-tables.
           perform 120-load-calendar thru 120-done.
           perform 130-load-registry.
           perform 140-load-profiles.
           perform 150-load-conditions.
       100-exit. exit.
       110-clear-tables.
           perform varying d from 1 by 1 until d > 7
                               add 1 to ws-profile-count
                               move fd-prf-name
                                   to ws-prf-name(ws-profile-count)
                               move fd-prf-program-id to
                                   ws-prf-program-id(ws-profile-count)
                           end-if
                   end-read
               end-perform
               close profile-file
           end-if.
      *    150-load-conditions: a row that names no calendar list
      *    batch-driver could ever match is reported and dropped, as
      *    a malformed "D" record is.
       150-load-conditions.
           open input cond-file.
           if ws-cond-status = "00"
               perform until ws-cond-status = "10"
                   read cond-file
                       at end move "10" to ws-cond-status
                       not at end
                           if ((fd-cnd-cal-type = "D"
                               and fd-cnd-cal-dow >= "1"
                               and fd-cnd-cal-dow <= "7")
                               or (fd-cnd-cal-type = "M"
                               and fd-cnd-cal-dow = space))
                               and fd-cnd-step not = spaces
                               and ws-cond-count < 50
                               add 1 to ws-cond-count
                               move fd-cond-rec
                                   to ws-cond-entry(ws-cond-count)
                           else
                               display "cal-maint: BATCHCOND.DAT row"
                                   " dropped [" fd-cond-rec "]."
                           end-if
                   end-read
               end-perform
               close cond-file
           end-if.
       200-menu-loop.
           display " ".
           display "===== Batch calendar maintenance =====".
           display "4. edit a weekday's step list".
           display "5. edit the month-end step list".
           display "6. preview what a date would run".
           display "7. set or clear a step's run condition".
           display "8. exit".
           display "Selection: " with no advancing.
           accept ws-choice.
           evaluate ws-choice
               when 4 perform 500-edit-day thru 500-exit
               when 5 perform 550-edit-monthend thru 550-exit
               when 6 perform 700-preview thru 700-exit
               when 7 perform 800-edit-condition thru 800-exit
               when 8 move "Y" to ws-done
               when other display "cal-maint: invalid selection."
           end-evaluate.
       200-exit. exit.
               display "Kept verbatim: "
                   function trim(ws-other-rec(t))
           end-perform.
           if ws-cond-count = 0
               display "No run conditions on file."
           else
               display "Run conditions:"
               perform 310-list-condition
                   varying h from 1 by 1 until h > ws-cond-count
           end-if.
       300-exit. exit.
      *    310-list-condition: a row the calendar no longer supports
      *    is flagged - batch-driver ignores one whose step is off
      *    its list, and never meets one whose watched program is
      *    no longer an earlier step of it.
       310-list-condition.
           move ws-cnd-cal-list(h) to ws-list-code.
           move ws-cnd-step(h) to ws-entry-step.
           move ws-cnd-after(h) to ws-entry-after.
           perform 810-copy-list.
           perform 820-find-slot.
           display "  " ws-list-name " " ws-cnd-step(h)
               " runs when " ws-cnd-after(h) " " ws-cnd-test(h).
           if ws-slot-pos = 0
               display "      ** step no longer on the list -"
                   " ignored"
           else
               perform 830-check-after
               if ws-after-ok = "N"
                   display "      ** " function trim(ws-cnd-after(h))
                       " is no longer an earlier step - never met"
               end-if
           end-if.
      *----------------------------------------------------------------
      *    400-add-holiday: INTEGER-OF-DATE returns zero for a date
      *    that doesn't exist, which is exactly the real-date
           add 1 to ws-holiday-count.
           move ws-entry-date
               to ws-holiday-date(ws-holiday-count).
           perform 660-image-holiday.
           move "ADD" to ws-chg-action.
           move spaces to ws-chg-before.
           move ws-cal-image to ws-chg-after.
           perform 650-journal-change.
           perform 600-rewrite-file.
           move spaces to ws-log-command.
           string "cal-maint ADD HOLIDAY " ws-entry-date
               move ws-holiday-date(h + 1) to ws-holiday-date(h)
           end-perform.
           subtract 1 from ws-holiday-count.
           perform 660-image-holiday.
           move "DELETE" to ws-chg-action.
           move ws-cal-image to ws-chg-before.
           move spaces to ws-chg-after.
           perform 650-journal-change.
           perform 600-rewrite-file.
           move spaces to ws-log-command.
           string "cal-maint DROP HOLIDAY " ws-entry-date
               go to 500-exit
           end-if.
           move function numval(ws-dow-text) to ws-dow.
           perform 670-image-day.
           move ws-cal-image to ws-chg-before.
           perform varying c from 1 by 1 until c > 12
               move spaces to ws-day-step(ws-dow, c)
           end-perform.
           perform 520-accept-steps thru 520-done.
           perform 670-image-day.
           move "CHANGE" to ws-chg-action.
           move ws-cal-image to ws-chg-after.
           perform 650-journal-change.
           perform 600-rewrite-file.
           move spaces to ws-log-command.
           string "cal-maint EDIT DAY " ws-dow-text
           move function log-access(ws-maintainer-id,
               ws-log-command, spaces) to ws-log-status.
           display "  " ws-dow-name(ws-dow) " list rewritten.".
           move "D" to ws-list-type.
           move ws-dow-text(1:1) to ws-list-dow.
           perform 890-warn-conditions.
       500-exit. exit.
       520-accept-steps.
           perform varying c from 1 by 1 until c > 12
                   " program nor a profile - try again."
           end-if.
       550-edit-monthend.
           perform 680-image-monthend.
           move ws-cal-image to ws-chg-before.
           perform varying c from 1 by 1 until c > 12
               move spaces to ws-me-step(c)
           end-perform.
           perform 560-accept-me-steps thru 560-done.
           perform 680-image-monthend.
           move "CHANGE" to ws-chg-action.
           move ws-cal-image to ws-chg-after.
           perform 650-journal-change.
           perform 600-rewrite-file.
           move function log-access(ws-maintainer-id,
               "cal-maint EDIT MONTHEND", spaces) to ws-log-status.
           display "  Month-end list rewritten.".
           move "M " to ws-list-code.
           perform 890-warn-conditions.
       550-exit. exit.
       560-accept-me-steps.
           perform varying c from 1 by 1 until c > 12
               write fd-cal-rec
           end-perform.
           close calendar-file.
      *    650-journal-change: the caller has set the action and both
      *    images; the key is the image's type and key together.
       650-journal-change.
           move ws-cal-image(1:9) to ws-chg-key.
           move function log-change("BATCHCAL.DAT", ws-maintainer-id,
               ws-chg-action, ws-chg-key, ws-chg-before,
               ws-chg-after) to ws-chg-status.
           if ws-chg-status not = "Y"
               display "cal-maint: CHGJRNL.DAT could not be"
                   " written - this change is not journalled and"
                   " cannot be rolled back."
           end-if.
       660-image-holiday.
           move spaces to ws-cal-image.
           move "H" to ws-cim-type.
           move ws-entry-date to ws-cim-key.
       670-image-day.
           move spaces to ws-cal-image.
           move "D" to ws-cim-type.
           move ws-dow to ws-cim-key(1:1).
           perform varying c from 1 by 1 until c > 12
               move ws-day-step(ws-dow, c) to ws-cim-step(c)
           end-perform.
       680-image-monthend.
           move spaces to ws-cal-image.
           move "M" to ws-cim-type.
           perform varying c from 1 by 1 until c > 12
               move ws-me-step(c) to ws-cim-step(c)
           end-perform.
      *----------------------------------------------------------------
      *    700-preview: tonight's plan for any chosen date, built
      *    exactly the way batch-driver's 110-load-calendar builds
                   " empty."
           end-if.
       700-exit. exit.
      *----------------------------------------------------------------
      *    800-edit-condition: one step's BATCHCOND.DAT row set,
      *    changed or cleared. The step must be on the chosen list
      *    and the watched program must be what an earlier step of
      *    that same list runs (a profile slot counts as its
      *    profile's program) - anything else is a condition
      *    batch-driver could never meet, refused right here. One
      *    condition per step; setting it again replaces it.
       800-edit-condition.
           display "  Calendar list (1=Monday .. 7=Sunday,"
               " M=month-end): " with no advancing.
           accept ws-dow-text.
           move function upper-case(ws-dow-text) to ws-dow-text.
           evaluate true
               when ws-dow-text(2:1) not = space
                   display "  Not a weekday digit or M - cancelled."
                   go to 800-exit
               when ws-dow-text(1:1) = "M"
                   move "M " to ws-list-code
               when ws-dow-text(1:1) >= "1"
                   and ws-dow-text(1:1) <= "7"
                   move "D" to ws-list-type
                   move ws-dow-text(1:1) to ws-list-dow
               when other
                   display "  Not a weekday digit or M - cancelled."
                   go to 800-exit
           end-evaluate.
           perform 810-copy-list.
           display "  Step (as the " function trim(ws-list-name)
               " list names it): " with no advancing.
           accept ws-entry-step.
           perform 820-find-slot.
           if ws-slot-pos = 0
               display "  " function trim(ws-entry-step)
                   " is not on the " function trim(ws-list-name)
                   " list - refused."
               go to 800-exit
           end-if.
           perform 840-find-condition.
           if ws-found-idx not = 0
               display "  Now runs when " ws-cnd-after(ws-found-idx)
                   " " ws-cnd-test(ws-found-idx)
           end-if.
           display "  Test (OK, FAIL, DIFF, SAME; blank clears): "
               with no advancing.
           accept ws-entry-test.
           move function upper-case(ws-entry-test) to ws-entry-test.
           if ws-entry-test = spaces
               perform 860-clear-condition thru 860-exit
               go to 800-exit
           end-if.
           if ws-entry-test not = "OK" and ws-entry-test not = "FAIL"
               and ws-entry-test not = "DIFF"
               and ws-entry-test not = "SAME"
               display "  Test must be OK, FAIL, DIFF or SAME -"
                   " refused."
               go to 800-exit
           end-if.
           display "  Watched program (an earlier step's program): "
               with no advancing.
           accept ws-entry-after.
           perform 830-check-after.
           if ws-after-ok = "N"
               display "  " function trim(ws-entry-after)
                   " is not run by an earlier step of the "
                   function trim(ws-list-name) " list - refused."
               go to 800-exit
           end-if.
           if ws-found-idx = 0
               if ws-cond-count >= 50
                   display "  Condition table full (50)."
                   go to 800-exit
               end-if
               add 1 to ws-cond-count
               move ws-cond-count to ws-found-idx
               move "ADD" to ws-chg-action
               move spaces to ws-chg-before
           else
               move "CHANGE" to ws-chg-action
               move ws-cond-entry(ws-found-idx) to ws-chg-before
           end-if.
           move ws-list-code to ws-cnd-cal-list(ws-found-idx).
           move ws-entry-step to ws-cnd-step(ws-found-idx).
           move ws-entry-after to ws-cnd-after(ws-found-idx).
           move ws-entry-test to ws-cnd-test(ws-found-idx).
           move ws-cond-entry(ws-found-idx) to ws-chg-after.
           perform 850-journal-condition.
           perform 870-rewrite-conditions.
           move spaces to ws-log-command.
           string "cal-maint SET COND " ws-list-code " "
               ws-entry-step " " ws-entry-after " " ws-entry-test
               delimited by size into ws-log-command.
           move function log-access(ws-maintainer-id,
               ws-log-command, spaces) to ws-log-status.
           display "  " function trim(ws-entry-step) " now runs"
               " only when " function trim(ws-entry-after) " "
               function trim(ws-entry-test) ".".
       800-exit. exit.
      *    810-copy-list: the list ws-list-code names, copied with
      *    its display name.
       810-copy-list.
           if ws-list-type = "M"
               move "Month-end" to ws-list-name
               perform varying c from 1 by 1 until c > 12
                   move ws-me-step(c) to ws-lst-step(c)
               end-perform
           else
               move ws-list-dow to ws-dow
               move ws-dow-name(ws-dow) to ws-list-name
               perform varying c from 1 by 1 until c > 12
                   move ws-day-step(ws-dow, c) to ws-lst-step(c)
               end-perform
           end-if.
      *    820-find-slot: the first slot holding ws-entry-step (zero
      *    when it is not on the list).
       820-find-slot.
           move 0 to ws-slot-pos.
           if ws-entry-step not = spaces
               perform varying c from 1 by 1
                   until c > 12 or ws-slot-pos not = 0
                   if ws-lst-step(c) = ws-entry-step
                       move c to ws-slot-pos
                   end-if
               end-perform
           end-if.
      *    830-check-after: does a slot before ws-slot-pos run
      *    ws-entry-after? Each slot resolves as batch-driver's
      *    142-resolve-step-name resolves it.
       830-check-after.
           move "N" to ws-after-ok.
           if ws-entry-after not = spaces
               perform varying c from 1 by 1 until c >= ws-slot-pos
                   perform 835-resolve-slot
                   if ws-resolved = ws-entry-after
                       move "Y" to ws-after-ok
                   end-if
               end-perform
           end-if.
       835-resolve-slot.
           move ws-lst-step(c) to ws-resolved.
           perform varying t from 1 by 1
               until t > ws-profile-count
               if ws-prf-name(t) = ws-lst-step(c)
                   move ws-prf-program-id(t) to ws-resolved
               end-if
           end-perform.
       840-find-condition.
           move 0 to ws-found-idx.
           perform varying t from 1 by 1
               until t > ws-cond-count or ws-found-idx not = 0
               if ws-cnd-cal-list(t) = ws-list-code
                   and ws-cnd-step(t) = ws-entry-step
                   move t to ws-found-idx
               end-if
           end-perform.
      *    850-journal-condition: the caller has set the action and
      *    both images; the key is the row's list and step.
       850-journal-condition.
           move spaces to ws-chg-key.
           move ws-list-code to ws-chg-key(1:2).
           move ws-entry-step to ws-chg-key(3:8).
           move function log-change("BATCHCOND.DAT",
               ws-maintainer-id, ws-chg-action, ws-chg-key,
               ws-chg-before, ws-chg-after) to ws-chg-status.
           if ws-chg-status not = "Y"
               display "cal-maint: CHGJRNL.DAT could not be"
                   " written - this change is not journalled and"
                   " cannot be rolled back."
           end-if.
       860-clear-condition.
           if ws-found-idx = 0
               display "  " function trim(ws-entry-step)
                   " has no run condition - nothing to clear."
               go to 860-exit
           end-if.
           move "DELETE" to ws-chg-action.
           move ws-cond-entry(ws-found-idx) to ws-chg-before.
           move spaces to ws-chg-after.
           perform 850-journal-condition.
           perform varying t from ws-found-idx by 1
               until t >= ws-cond-count
               move ws-cond-entry(t + 1) to ws-cond-entry(t)
           end-perform.
           subtract 1 from ws-cond-count.
           perform 870-rewrite-conditions.
           move spaces to ws-log-command.
           string "cal-maint DROP COND " ws-list-code " "
               ws-entry-step delimited by size into ws-log-command.
           move function log-access(ws-maintainer-id,
               ws-log-command, spaces) to ws-log-status.
           display "  " function trim(ws-entry-step)
               " now runs unconditionally.".
       860-exit. exit.
       870-rewrite-conditions.
           open output cond-file.
           perform varying t from 1 by 1 until t > ws-cond-count
               move ws-cond-entry(t) to fd-cond-rec
               write fd-cond-rec
           end-perform.
           close cond-file.
      *    890-warn-conditions: after a list is re-entered, any of
      *    its conditions the new list no longer supports is named -
      *    the row itself is left for the operator to clear or
      *    re-set (option 7), not silently dropped.
       890-warn-conditions.
           perform 810-copy-list.
           perform varying h from 1 by 1 until h > ws-cond-count
               if ws-cnd-cal-list(h) = ws-list-code
                   move ws-cnd-step(h) to ws-entry-step
                   move ws-cnd-after(h) to ws-entry-after
                   perform 820-find-slot
                   move "Y" to ws-after-ok
                   if ws-slot-pos not = 0
                       perform 830-check-after
                   end-if
                   if ws-slot-pos = 0 or ws-after-ok = "N"
                       display "  Note: the run condition on "
                           function trim(ws-cnd-step(h))
                           " no longer fits this list - see"
                           " option 1."
                   end-if
               end-if
           end-perform.
       end program cal-maint.
