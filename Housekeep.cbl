      *      PRIMES.TXT   - the spill carries no dates, so a row for
      *                     it rolls the whole spill to this month's
      *                     generation whenever housekeep runs.
      *    A record past its retention that an active legal hold
      *    covers (HOLDS.DAT, see src/library/holds.cbl) stays in the
      *    live file, and each file's line reports how many were kept
      *    back and by which hold. A hold is matched on what the
      *    record carries: AUDITLOG.DAT its operator, the command's
      *    program and its run number; ALERTS.DAT the raising program
      *    and run number; FACTVRFY.DAT is factor-verify's and has no
      *    run number. The undated PRIMES.TXT spill is beyond a hold's
      *    reach - the primes themselves are kept in PRIMES.DAT.
      *    Every generation written to is registered in the GENCAT.DAT
      *    generation catalog once it is closed (see
      *    src/library/gencat.cbl), dated from the same record date
      *    the cut was made on.
       environment division.
       configuration section.
           repository.
               function check-hold
               function catalog-generation
               function enter-environment.
       input-output section.
       file-control.
           select retain-file assign to "RETAIN.DAT"
           01 ws-date-offset       pic 9(03).
           01 ws-ack-offset        pic 9(03).
           01 ws-spill-whole       pic X.
           01 ws-hold-id           pic 9(04).
           01 ws-hold-program      pic x(08).
           01 ws-hold-operator     pic x(08).
           01 ws-hold-run-id       pic 9(10).
           01 ws-held-list.
               05 ws-held-count    pic 9(07).
               05 ws-held-holds    pic 9(02).
               05 ws-held-entry occurs 20 times.
                   10 ws-held-id       pic 9(04).
                   10 ws-held-records  pic 9(07).
           01 hx                   pic 9(02).
           01 r                    pic 9(02).
           01 ws-catalog-status    pic X.
       procedure division.
       display function enter-environment("housekeep").
       perform 100-init thru 100-exit.
       if ws-rule-count = 0
           display "housekeep: no RETAIN.DAT rules on file -"
           move ws-rul-filename(r) to ws-live-name.
           move 0 to ws-cut-count.
           move 0 to ws-kept-count.
           move 0 to ws-held-count.
           move 0 to ws-held-holds.
           if ws-spill-whole = "Y"
               perform 400-roll-whole-spill thru 400-exit
           else
           end-perform.
           if ws-gen-open = "Y"
               close gen-file
               perform 340-catalog-generation
               move "N" to ws-gen-open
               move 0 to ws-gen-open-month
           end-if.
               function trim(ws-rul-filename(r)) " - "
               ws-cut-count " cut past " ws-rul-days(r)
               " day(s), " ws-kept-count " kept.".
           if ws-held-count > 0
               display "housekeep: "
                   function trim(ws-rul-filename(r)) " - "
                   ws-held-count " of those kept back by legal hold."
               perform varying hx from 1 by 1
                   until hx > ws-held-holds
                   display "  hold " ws-held-id(hx) " kept "
                       ws-held-records(hx) " record(s)"
               end-perform
           end-if.
       300-exit. exit.
       310-route-record.
           move "N" to ws-cut-record.
               and fd-live-rec(ws-ack-offset:1) not = "Y"
               move "N" to ws-cut-record
           end-if.
           if ws-cut-record = "Y"
               perform 315-check-hold thru 315-exit
           end-if.
           if ws-cut-record = "Y"
               compute ws-record-yyyymm = ws-record-date / 100
               perform 320-write-gen-record
               write fd-keep-rec
               add 1 to ws-kept-count
           end-if.
      *    315-check-hold: what each file carries for a hold to match
      *    on (see the header); a held record stays, tallied against
      *    the hold that kept it.
       315-check-hold.
           move spaces to ws-hold-program ws-hold-operator.
           move 0 to ws-hold-run-id.
           evaluate ws-rul-filename(r)
               when "AUDITLOG.DAT"
                   move fd-live-rec(1:8) to ws-hold-operator
                   unstring fd-live-rec(9:80) delimited by space
                       into ws-hold-program
                   if fd-live-rec(163:10) is numeric
                       move fd-live-rec(163:10) to ws-hold-run-id
                   end-if
               when "ALERTS.DAT"
                   move fd-live-rec(2:8) to ws-hold-program
                   if fd-live-rec(85:10) is numeric
                       move fd-live-rec(85:10) to ws-hold-run-id
                   end-if
               when "FACTVRFY.DAT"
                   move "factor-verify" to ws-hold-program
           end-evaluate.
           move function check-hold(ws-hold-program, ws-hold-operator,
               ws-record-date, ws-hold-run-id) to ws-hold-id.
           if ws-hold-id = 0
               go to 315-exit
           end-if.
           move "N" to ws-cut-record.
           add 1 to ws-held-count.
           perform varying hx from 1 by 1
               until hx > ws-held-holds
               or ws-held-id(hx) = ws-hold-id
               continue
           end-perform.
           if hx > ws-held-holds
               if ws-held-holds >= 20
                   go to 315-exit
               end-if
               add 1 to ws-held-holds
               move ws-hold-id to ws-held-id(hx)
               move 0 to ws-held-records(hx)
           end-if.
           add 1 to ws-held-records(hx).
       315-exit. exit.
      *    320-write-gen-record: generations are month-clustered the
      *    way the files are appended, so each month's file opens
      *    once and holds open until the next month starts, exactly
       330-switch-generation.
           if ws-gen-open = "Y"
               close gen-file
               perform 340-catalog-generation
           end-if.
           compute ws-gen-year = ws-record-yyyymm / 100.
           compute ws-gen-month =
           end-if.
           move "Y" to ws-gen-open.
           move ws-record-yyyymm to ws-gen-open-month.
      *    340-catalog-generation: the generation just closed, as
      *    it now stands on disk - a month reopened by a later cut
      *    is registered again whole.
       340-catalog-generation.
           move function catalog-generation(ws-rul-filename(r),
               ws-gen-name, "M", ws-gen-open-month, "housekeep",
               ws-date-offset) to ws-catalog-status.
       350-copy-keep-back.
           open output live-file.
           open input keep-file.
               end-read
           end-perform.
           close gen-file.
           move ws-today-yyyymm to ws-gen-open-month.
           perform 340-catalog-generation.
           move 0 to ws-gen-open-month.
           close live-file.
           open output live-file.
           close live-file.
