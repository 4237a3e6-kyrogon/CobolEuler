      *    LEDRETAIN.DAT holds the retention window in months (a single
      *    two-digit record); when it is absent the window defaults to
      *    three months, current month included.
      *    A record past the window that an active legal hold covers
      *    (HOLDS.DAT, see src/library/holds.cbl) stays in the live
      *    ledger, and the run report counts what each hold kept back.
      *    Every generation the run touched is registered in the
      *    GENCAT.DAT generation catalog as it now stands (see
      *    src/library/gencat.cbl), so gen-verify can prove later
      *    that no month has gone missing or been edited.
       environment division.
       configuration section.
           repository.
               function lock-acquire
               function lock-release
               function rec-hash
               function check-hold
               function catalog-generation
               function enter-environment.
       input-output section.
       file-control.
           select ledger-file assign to "RESULTS.LED"
           05 fd-led-run-date      pic 9(08).
           05 fd-led-run-time      pic 9(06).
           05 fd-led-elapsed-sec   pic 9(05).
           05 fd-led-run-id        pic 9(10).
           05 fd-led-full-figure   pic x(01).
           05 fd-led-version       pic x(08).
       fd retain-file.
       01 fd-retain-rec            pic 9(02).
       fd archive-file.
       01 fd-archive-rec           pic x(104).
       fd keep-file.
       01 fd-keep-rec              pic x(104).
       fd ledger-index.
       01 fd-index-rec.
           05 fd-idx-key.
           01 ws-archive-month     pic 9(02).
           01 ws-archived-count    pic 9(07)   value 0.
           01 ws-kept-count        pic 9(07)   value 0.
           01 ws-hold-id           pic 9(04).
           01 ws-hold-run-id       pic 9(10).
           01 ws-held-list.
               05 ws-held-count    pic 9(07)   value 0.
               05 ws-held-holds    pic 9(02)   value 0.
               05 ws-held-entry occurs 20 times.
                   10 ws-held-id       pic 9(04).
                   10 ws-held-records  pic 9(07).
           01 hx                   pic 9(02).
           01 ws-archive-open      pic X       value "N".
           01 ws-archive-open-month
                                   pic 9(06)   value 0.
           01 ws-running-seal      pic 9(09).
           01 ws-seal-count        pic 9(07).
           01 m                    pic 9(03).
      *    where fd-led-run-date sits in an archived record - the
      *    catalog's date range is read from it.
           01 ws-run-date-offset   pic 9(03)   value 67.
           01 ws-catalog-status    pic X.
       procedure division.
       display function enter-environment("ledger-archive").
       perform 100-init thru 100-exit.
       if ws-ledger-status = "35"
           display "ledger-archive: RESULTS.LED not found, nothing"
       perform 200-split-ledger thru 200-exit.
       perform 300-rewrite-live thru 300-exit.
       perform 350-reseal-everything thru 350-exit.
       perform 370-catalog-generations thru 370-exit.
       move function lock-release("RESULTS.LED") to ws-lock-status.
       perform 900-report thru 900-exit.
       move 0 to return-code.
       200-exit. exit.
       210-route-record.
           compute ws-record-yyyymm = fd-led-run-date / 100.
           move 0 to ws-hold-id.
           if ws-record-yyyymm < ws-cutoff-yyyymm
               perform 215-check-hold thru 215-exit
           end-if.
           if ws-record-yyyymm < ws-cutoff-yyyymm
               and ws-hold-id = 0
               perform 220-write-archive-record
           else
               move fd-ledger-rec to fd-keep-rec
               write fd-keep-rec
               add 1 to ws-kept-count
           end-if.
      *    215-check-hold: a held record is kept live and tallied
      *    against the hold that kept it.
       215-check-hold.
           move 0 to ws-hold-run-id.
           if fd-led-run-id is numeric
               move fd-led-run-id to ws-hold-run-id
           end-if.
           move function check-hold(fd-led-program-id, spaces,
               fd-led-run-date, ws-hold-run-id) to ws-hold-id.
           if ws-hold-id = 0
               go to 215-exit
           end-if.
           add 1 to ws-held-count.
           perform varying hx from 1 by 1
               until hx > ws-held-holds
               or ws-held-id(hx) = ws-hold-id
               continue
           end-perform.
           if hx > ws-held-holds
               if ws-held-holds >= 20
                   go to 215-exit
               end-if
               add 1 to ws-held-holds
               move ws-hold-id to ws-held-id(hx)
               move 0 to ws-held-records(hx)
           end-if.
           add 1 to ws-held-records(hx).
       215-exit. exit.
      *----------------------------------------------------------------
      *    220-write-archive-record: archive generations are named from
      *    the record's own run date, so a ledger holding several
               " (" ws-seal-count " record(s))".
       360-done.
           exit.
      *----------------------------------------------------------------
      *    370-catalog-generations: one catalog entry per touched
      *    month, taken after the generation is complete - an
      *    extended month is re-registered whole, so its latest
      *    entry always describes the file as it stands.
       370-catalog-generations.
           perform varying m from 1 by 1 until m > ws-month-count
               compute ws-archive-year = ws-month-touched(m) / 100
               compute ws-archive-month =
                   function mod(ws-month-touched(m), 100)
               move spaces to ws-archive-filename
               string "RESULTS.Y" ws-archive-year
                   "M" ws-archive-month ".LED"
                   delimited by size into ws-archive-filename
               move function catalog-generation("RESULTS.LED",
                   ws-archive-filename, "M", ws-month-touched(m),
                   "ledger-archive", ws-run-date-offset)
                   to ws-catalog-status
           end-perform.
       370-exit. exit.
       900-report.
           display " ".
           display "===== Ledger archive run =====".
           display "Cutoff month:              " ws-cutoff-yyyymm.
           display "Records kept live:         " ws-kept-count.
           display "Records archived:          " ws-archived-count.
           display "Kept back by legal hold:   " ws-held-count.
           perform varying hx from 1 by 1 until hx > ws-held-holds
               display "  hold " ws-held-id(hx) " kept "
                   ws-held-records(hx) " record(s) live"
           end-perform.
           perform varying m from 1 by 1 until m > ws-month-count
               display "  archive generation updated and"
                   " catalogued for " ws-month-touched(m)
           end-perform.
       900-exit. exit.
       end program ledger-archive.
