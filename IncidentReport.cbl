       identification division.
       program-id. incident-report.
      *----------------------------------------------------------------
      *    incident-report: INCIDENTS.DAT (kept with incident-maint)
      *    read two ways.
      *      - Open incidents by age, oldest first (incident numbers
      *        are drawn in opening order), each with its owner, the
      *        program mainly affected, how many alerts, runs,
      *        reversals and restores are linked, and the date of
      *        the latest progress note - an incident nobody has
      *        written on for a week is the one to ask about. An
      *        unassigned incident says so.
      *      - For the monthly operations review, the incidents
      *        closed in the month, each with its days to resolve
      *        (closed date less opened date), then the month's time
      *        to resolve by program and by cause code: count,
      *        average and longest.
      *    Positional parameter: 1 - the review month, yyyymm
      *    (default the month before the current one, as charge-stmt
      *    defaults - the review is held after month end).
      *    RETURN-CODE 0, or 4 when an open incident has no owner.
       environment division.
       configuration section.
           repository.
               function enter-environment.
       input-output section.
       file-control.
           select incident-file assign to "INCIDENTS.DAT"
               organization is line sequential
               file status is ws-incident-status.
       data division.
       file section.
       fd incident-file.
       01 fd-incident-rec          pic x(180).
       working-storage section.
           01 ws-incident-status   pic x(02)   value "00".
           01 ws-today             pic 9(08).
           01 ws-today-int         pic 9(08).
           01 ws-month             pic 9(06).
           01 ws-month-x redefines ws-month.
               05 ws-month-yyyy    pic 9(04).
               05 ws-month-mm      pic 9(02).
           01 ws-arg               pic x(40).
           01 ws-arg-num           pic 9(2).
           01 ws-arg-count         pic 9(2).
           01 ws-numval-check      pic S9(4)   comp.
           01 ws-report-rc         pic 9(02)   value 0.
      *    one INCIDENTS.DAT record in its three shapes, as
      *    incident-maint lays them out.
           01 ws-inc-rec.
               05 ws-inc-id            pic 9(04).
               05 ws-inc-type          pic x(01).
               05 ws-inc-header.
                   10 ws-hdr-status        pic x(01).
                   10 ws-hdr-program       pic x(08).
                   10 ws-hdr-opened-date   pic 9(08).
                   10 ws-hdr-opened-time   pic 9(06).
                   10 ws-hdr-opened-by     pic x(08).
                   10 ws-hdr-owner         pic x(08).
                   10 ws-hdr-title         pic x(40).
                   10 ws-hdr-cause         pic x(08).
                   10 ws-hdr-root-cause    pic x(60).
                   10 ws-hdr-closed-date   pic 9(08).
                   10 ws-hdr-closed-by     pic x(08).
                   10 filler               pic x(12).
               05 ws-inc-link redefines ws-inc-header.
                   10 ws-lnk-kind          pic x(08).
                   10 filler               pic x(167).
               05 ws-inc-note redefines ws-inc-header.
                   10 ws-nte-date          pic 9(08).
                   10 filler               pic x(167).
      *    one entry per incident, built from its H record and
      *    tallied from its L and N records.
           01 ws-incidents.
               05 ws-inc-count     pic 9(04)   value 0.
               05 ws-inc-entry occurs 500 times.
                   10 ws-ie-id             pic 9(04).
                   10 ws-ie-status         pic x(01).
                   10 ws-ie-program        pic x(08).
                   10 ws-ie-opened-date    pic 9(08).
                   10 ws-ie-owner          pic x(08).
                   10 ws-ie-title          pic x(40).
                   10 ws-ie-cause          pic x(08).
                   10 ws-ie-root-cause     pic x(60).
                   10 ws-ie-closed-date    pic 9(08).
                   10 ws-ie-alerts         pic 9(03).
                   10 ws-ie-runs           pic 9(03).
                   10 ws-ie-reversals      pic 9(03).
                   10 ws-ie-restores       pic 9(03).
                   10 ws-ie-last-note      pic 9(08).
           01 ws-incidents-overflow pic X      value "N".
           01 ws-found-idx         pic 9(04).
      *    the month's time to resolve, by program and by cause.
           01 ws-by-program.
               05 ws-bp-count      pic 9(03)   value 0.
               05 ws-bp-entry occurs 50 times.
                   10 ws-bp-key            pic x(08).
                   10 ws-bp-closed         pic 9(04).
                   10 ws-bp-days           pic 9(07).
                   10 ws-bp-longest        pic 9(05).
           01 ws-by-cause.
               05 ws-bc-count      pic 9(03)   value 0.
               05 ws-bc-entry occurs 50 times.
                   10 ws-bc-key            pic x(08).
                   10 ws-bc-closed         pic 9(04).
                   10 ws-bc-days           pic 9(07).
                   10 ws-bc-longest        pic 9(05).
           01 ws-age-days          pic 9(05).
           01 ws-resolve-days      pic 9(05).
           01 ws-average           pic 9(05)v9(01).
           01 ws-average-show      pic z(04)9.9.
           01 ws-open-count        pic 9(04)   value 0.
           01 ws-unowned-count     pic 9(04)   value 0.
           01 ws-closed-count      pic 9(04)   value 0.
           01 ws-month-days        pic 9(07)   value 0.
           01 ws-age-band          pic 9(04)   occurs 4 times.
           01 ws-owner-show        pic x(10).
           01 ws-last-note-show    pic x(08).
           01 i                    pic 9(04).
           01 b                    pic 9(03).
           01 k                    pic 9(01).
       procedure division.
       display function enter-environment("incident-report").
       perform 100-init thru 100-exit.
       if ws-report-rc not = 0
           move ws-report-rc to return-code
           goback
       end-if.
       perform 200-load-incidents thru 200-exit.
       display " ".
       display "===== Incident report (" ws-today ") =====".
       if ws-inc-count = 0
           display "No incidents on file."
           move 0 to return-code
           goback
       end-if.
       if ws-incidents-overflow = "Y"
           display "incident-report: more than 500 incidents on file"
               " - later ones not reported."
       end-if.
       perform 300-open-section thru 300-exit.
       perform 400-closed-section thru 400-exit.
       move 0 to return-code.
       if ws-unowned-count > 0
           move 4 to return-code
       end-if.
       goback.
       100-init.
           accept ws-today from date yyyymmdd.
           compute ws-today-int = function integer-of-date(ws-today).
           move ws-today(1:6) to ws-month.
           if ws-month-mm = 1
               subtract 1 from ws-month-yyyy
               move 12 to ws-month-mm
           else
               subtract 1 from ws-month-mm
           end-if.
           accept ws-arg-count from argument-number.
           if ws-arg-count >= 1
               move 1 to ws-arg-num
               display ws-arg-num upon argument-number
               move spaces to ws-arg
               accept ws-arg from argument-value
               move function test-numval(ws-arg) to ws-numval-check
               if ws-numval-check not = 0 or ws-arg(7:1) not = space
                   display "incident-report: month must be yyyymm: "
                       function trim(ws-arg)
                   move 16 to ws-report-rc
                   go to 100-exit
               end-if
               move ws-arg(1:6) to ws-month
               if ws-month-mm < 1 or ws-month-mm > 12
                   display "incident-report: month must be yyyymm: "
                       function trim(ws-arg)
                   move 16 to ws-report-rc
               end-if
           end-if.
       100-exit. exit.
      *----------------------------------------------------------------
      *    200-load-incidents: H records make the entries; L and N
      *    records are tallied against theirs (they always follow
      *    it on file, since an incident is opened before anything
      *    is linked to it).
       200-load-incidents.
           open input incident-file.
           if ws-incident-status not = "00"
               go to 200-exit
           end-if.
           perform until ws-incident-status = "10"
               read incident-file
                   at end move "10" to ws-incident-status
                   not at end
                       move fd-incident-rec to ws-inc-rec
                       perform 210-apply-record thru 210-done
               end-read
           end-perform.
           close incident-file.
       200-exit. exit.
       210-apply-record.
           if ws-inc-type = "H"
               if ws-inc-count >= 500
                   move "Y" to ws-incidents-overflow
                   go to 210-done
               end-if
               add 1 to ws-inc-count
               move ws-inc-count to i
               move ws-inc-id to ws-ie-id(i)
               move ws-hdr-status to ws-ie-status(i)
               move ws-hdr-program to ws-ie-program(i)
               move ws-hdr-opened-date to ws-ie-opened-date(i)
               move ws-hdr-owner to ws-ie-owner(i)
               move ws-hdr-title to ws-ie-title(i)
               move ws-hdr-cause to ws-ie-cause(i)
               move ws-hdr-root-cause to ws-ie-root-cause(i)
               move ws-hdr-closed-date to ws-ie-closed-date(i)
               move 0 to ws-ie-alerts(i) ws-ie-runs(i)
                   ws-ie-reversals(i) ws-ie-restores(i)
                   ws-ie-last-note(i)
               go to 210-done
           end-if.
           move 0 to ws-found-idx.
           perform varying i from 1 by 1
               until i > ws-inc-count or ws-found-idx not = 0
               if ws-ie-id(i) = ws-inc-id
                   move i to ws-found-idx
               end-if
           end-perform.
           if ws-found-idx = 0
               go to 210-done
           end-if.
           move ws-found-idx to i.
           if ws-inc-type = "N"
               move ws-nte-date to ws-ie-last-note(i)
               go to 210-done
           end-if.
           evaluate ws-lnk-kind
               when "ALERT"
                   add 1 to ws-ie-alerts(i)
               when "RUN"
                   add 1 to ws-ie-runs(i)
               when "REVERSAL"
                   add 1 to ws-ie-reversals(i)
               when "RESTORE"
                   add 1 to ws-ie-restores(i)
               when other
                   continue
           end-evaluate.
       210-done.
           exit.
      *----------------------------------------------------------------
      *    300-open-section: oldest first, with the age bands the
      *    review asks about - today, this week, this month, older.
       300-open-section.
           display " ".
           display "--- Open incidents by age ---".
           display "ID   AGE   OWNER      PROGRAM  ALR RUN REV RST"
               " LAST NOTE TITLE".
           perform varying k from 1 by 1 until k > 4
               move 0 to ws-age-band(k)
           end-perform.
           perform varying i from 1 by 1 until i > ws-inc-count
               if ws-ie-status(i) = "O"
                   perform 310-show-open thru 310-done
               end-if
           end-perform.
           if ws-open-count = 0
               display "No open incidents."
               go to 300-exit
           end-if.
           display "Open: " ws-open-count "   0-1 days: "
               ws-age-band(1) "   2-7: " ws-age-band(2)
               "   8-30: " ws-age-band(3) "   over 30: "
               ws-age-band(4).
           if ws-unowned-count > 0
               display "Unassigned: " ws-unowned-count
                   " - give each an owner in incident-maint."
           end-if.
       300-exit. exit.
       310-show-open.
           add 1 to ws-open-count.
           compute ws-age-days = ws-today-int -
               function integer-of-date(ws-ie-opened-date(i)).
           evaluate true
               when ws-age-days <= 1
                   add 1 to ws-age-band(1)
               when ws-age-days <= 7
                   add 1 to ws-age-band(2)
               when ws-age-days <= 30
                   add 1 to ws-age-band(3)
               when other
                   add 1 to ws-age-band(4)
           end-evaluate.
           if ws-ie-owner(i) = spaces
               add 1 to ws-unowned-count
               move "UNASSIGNED" to ws-owner-show
           else
               move ws-ie-owner(i) to ws-owner-show
           end-if.
           if ws-ie-last-note(i) = 0
               move "none" to ws-last-note-show
           else
               move ws-ie-last-note(i) to ws-last-note-show
           end-if.
           display ws-ie-id(i) space ws-age-days "d " ws-owner-show
               space ws-ie-program(i) space ws-ie-alerts(i) space
               ws-ie-runs(i) space ws-ie-reversals(i) space
               ws-ie-restores(i) space ws-last-note-show "  "
               function trim(ws-ie-title(i)).
       310-done.
           exit.
      *----------------------------------------------------------------
      *    400-closed-section: the month's closures, then time to
      *    resolve rolled up by program and by cause.
       400-closed-section.
           display " ".
           display "--- Closed in " ws-month " ---".
           display "ID   PROGRAM  CAUSE    OPENED   CLOSED   DAYS"
               "  TITLE".
           perform varying i from 1 by 1 until i > ws-inc-count
               if ws-ie-status(i) = "C"
                   and ws-ie-closed-date(i)(1:6) = ws-month
                   perform 410-show-closed
               end-if
           end-perform.
           if ws-closed-count = 0
               display "No incidents closed in " ws-month "."
               go to 400-exit
           end-if.
           compute ws-average rounded =
               ws-month-days / ws-closed-count.
           move ws-average to ws-average-show.
           display "Closed: " ws-closed-count
               "   average days to resolve: " ws-average-show.
           display " ".
           display "--- Time to resolve by program ---".
           display "PROGRAM  CLOSED  AVG DAYS  LONGEST".
           perform varying b from 1 by 1 until b > ws-bp-count
               compute ws-average rounded =
                   ws-bp-days(b) / ws-bp-closed(b)
               move ws-average to ws-average-show
               display ws-bp-key(b) space ws-bp-closed(b) "    "
                   ws-average-show "    " ws-bp-longest(b)
           end-perform.
           display " ".
           display "--- Time to resolve by cause ---".
           display "CAUSE    CLOSED  AVG DAYS  LONGEST".
           perform varying b from 1 by 1 until b > ws-bc-count
               compute ws-average rounded =
                   ws-bc-days(b) / ws-bc-closed(b)
               move ws-average to ws-average-show
               display ws-bc-key(b) space ws-bc-closed(b) "    "
                   ws-average-show "    " ws-bc-longest(b)
           end-perform.
       400-exit. exit.
       410-show-closed.
           add 1 to ws-closed-count.
           compute ws-resolve-days =
               function integer-of-date(ws-ie-closed-date(i)) -
               function integer-of-date(ws-ie-opened-date(i)).
           add ws-resolve-days to ws-month-days.
           display ws-ie-id(i) space ws-ie-program(i) space
               ws-ie-cause(i) space ws-ie-opened-date(i) space
               ws-ie-closed-date(i) space ws-resolve-days " "
               function trim(ws-ie-title(i)).
           display "     root cause: "
               function trim(ws-ie-root-cause(i)).
           perform 420-tally-program thru 420-exit.
           perform 430-tally-cause thru 430-exit.
       420-tally-program.
           move 0 to ws-found-idx.
           perform varying b from 1 by 1
               until b > ws-bp-count or ws-found-idx not = 0
               if ws-bp-key(b) = ws-ie-program(i)
                   move b to ws-found-idx
               end-if
           end-perform.
           if ws-found-idx = 0
               if ws-bp-count >= 50
                   go to 420-exit
               end-if
               add 1 to ws-bp-count
               move ws-bp-count to ws-found-idx
               move ws-ie-program(i) to ws-bp-key(ws-found-idx)
               move 0 to ws-bp-closed(ws-found-idx)
                   ws-bp-days(ws-found-idx)
                   ws-bp-longest(ws-found-idx)
           end-if.
           move ws-found-idx to b.
           add 1 to ws-bp-closed(b).
           add ws-resolve-days to ws-bp-days(b).
           if ws-resolve-days > ws-bp-longest(b)
               move ws-resolve-days to ws-bp-longest(b)
           end-if.
       420-exit. exit.
       430-tally-cause.
           move 0 to ws-found-idx.
           perform varying b from 1 by 1
               until b > ws-bc-count or ws-found-idx not = 0
               if ws-bc-key(b) = ws-ie-cause(i)
                   move b to ws-found-idx
               end-if
           end-perform.
           if ws-found-idx = 0
               if ws-bc-count >= 50
                   go to 430-exit
               end-if
               add 1 to ws-bc-count
               move ws-bc-count to ws-found-idx
               move ws-ie-cause(i) to ws-bc-key(ws-found-idx)
               move 0 to ws-bc-closed(ws-found-idx)
                   ws-bc-days(ws-found-idx)
                   ws-bc-longest(ws-found-idx)
           end-if.
           move ws-found-idx to b.
           add 1 to ws-bc-closed(b).
           add ws-resolve-days to ws-bc-days(b).
           if ws-resolve-days > ws-bc-longest(b)
               move ws-resolve-days to ws-bc-longest(b)
           end-if.
       430-exit. exit.
       end program incident-report.
