       identification division.
       function-id. match-hold.
      *----------------------------------------------------------------
      *    match-hold: does one HOLDS.DAT record protect one record of
      *    the files the retention jobs cut? A hold names any mix of
      *    program-id, operator, run number and a from/to date range;
      *    each part given must match and a part left empty matches
      *    anything, so "euler7 in March" and "everything run 412
      *    touched" are both one hold. A record that does not carry a
      *    part the hold names (the ledger has no operator, the
      *    verdict file no run number) is not covered by that hold.
      *    Only an active hold protects: status "A" and its release
      *    date not yet passed - on the release date itself the hold
      *    still stands.
      *    Arguments: the hold record as on file, then the record's
      *    program-id, operator, date yyyymmdd and run number (spaces
      *    or zero where the record has none). Returns "Y" or "N".
      *    HOLDS.DAT record (hold-maint writes it): id 9(04), status
      *    x(01) (A active, R released), program-id x(08), from date
      *    9(08), to date 9(08), operator x(08), run number 9(10),
      *    reason x(40), placed by x(08), placed date 9(08), release
      *    date 9(08), released by x(08), released date 9(08).
       environment division.
       configuration section.
       data division.
       working-storage section.
           01 ws-today             pic 9(08).
       linkage section.
           01 ls-hold.
               05 ls-hld-id            pic 9(04).
               05 ls-hld-status        pic x(01).
               05 ls-hld-program       pic x(08).
               05 ls-hld-from-date     pic 9(08).
               05 ls-hld-to-date       pic 9(08).
               05 ls-hld-operator      pic x(08).
               05 ls-hld-run-id        pic 9(10).
               05 ls-hld-reason        pic x(40).
               05 ls-hld-placed-by     pic x(08).
               05 ls-hld-placed-date   pic 9(08).
               05 ls-hld-release-date  pic 9(08).
               05 ls-hld-released-by   pic x(08).
               05 ls-hld-released-date pic 9(08).
           01 ls-program           pic X any length.
           01 ls-operator          pic X any length.
           01 ls-date              pic 9(08).
           01 ls-run-id            pic 9(10).
           01 ls-match             pic X.
       procedure division
           using ls-hold ls-program ls-operator ls-date ls-run-id
           returning ls-match.
       perform 100-init thru 100-exit.
       goback.
       100-init.
           move "N" to ls-match.
           accept ws-today from date yyyymmdd.
           if ls-hld-status not = "A"
               go to 100-exit
           end-if.
           if ls-hld-release-date is not numeric
               or ls-hld-release-date < ws-today
               go to 100-exit
           end-if.
           if ls-hld-program not = spaces
               and ls-hld-program not = ls-program
               go to 100-exit
           end-if.
           if ls-hld-operator not = spaces
               and ls-hld-operator not = ls-operator
               go to 100-exit
           end-if.
           if ls-hld-from-date is numeric and ls-hld-from-date not = 0
               and ls-date < ls-hld-from-date
               go to 100-exit
           end-if.
           if ls-hld-to-date is numeric and ls-hld-to-date not = 0
               and ls-date > ls-hld-to-date
               go to 100-exit
           end-if.
           if ls-hld-run-id is numeric and ls-hld-run-id not = 0
               and ls-run-id not = ls-hld-run-id
               go to 100-exit
           end-if.
           move "Y" to ls-match.
       100-exit. exit.
       end function match-hold.
      *-----------------------------------------------------------------
       identification division.
       function-id. check-hold.
      *    check-hold: the retention jobs' question - is this record
      *    under any active legal hold? ledger-archive, housekeep and
      *    batch-driver's run-log purge ask it of each record they are
      *    about to cut and keep the record instead when the answer is
      *    a hold number. HOLDS.DAT is read once, on the first call of
      *    the run, and held in a table of 200 - hold-maint's own
      *    limit, so every active hold is seen; no file means no holds.
      *    Arguments as match-hold's, less the hold record. Returns the
      *    number of the first active hold covering the record, zero
      *    when none does.
       environment division.
       configuration section.
       repository.
           function match-hold.
       input-output section.
       file-control.
           select hold-file assign to "HOLDS.DAT"
               organization is line sequential
               file status is ws-hold-status.
       data division.
       file section.
       fd hold-file.
       01 fd-hold-rec.
           05 fd-hld-id            pic 9(04).
           05 fd-hld-status        pic x(01).
           05 filler               pic x(122).
       working-storage section.
           01 ws-hold-status       pic x(02) value "00".
           01 ws-loaded            pic X     value "N".
           01 ws-holds.
               05 ws-hold-count    pic 9(03) value 0.
               05 ws-hold-entry    pic x(127) occurs 200 times.
           01 ws-hold.
               05 ws-hld-id        pic 9(04).
               05 filler           pic x(123).
           01 ws-match             pic X.
           01 h                    pic 9(03).
       linkage section.
           01 ls-program           pic X any length.
           01 ls-operator          pic X any length.
           01 ls-date              pic 9(08).
           01 ls-run-id            pic 9(10).
           01 ls-hold-id           pic 9(04).
       procedure division
           using ls-program ls-operator ls-date ls-run-id
           returning ls-hold-id.
       perform 100-init thru 100-exit.
       goback.
       100-init.
           move 0 to ls-hold-id.
           if ws-loaded = "N"
               perform 200-load-holds thru 200-exit
           end-if.
           perform varying h from 1 by 1
               until h > ws-hold-count or ls-hold-id not = 0
               move ws-hold-entry(h) to ws-hold
               move function match-hold(ws-hold, ls-program,
                   ls-operator, ls-date, ls-run-id) to ws-match
               if ws-match = "Y"
                   move ws-hld-id to ls-hold-id
               end-if
           end-perform.
       100-exit. exit.
      *    only the active holds are worth keeping in the table;
      *    released ones stay on file as the record of what was held.
       200-load-holds.
           move "Y" to ws-loaded.
           move 0 to ws-hold-count.
           open input hold-file.
           if ws-hold-status not = "00"
               go to 200-exit
           end-if.
           perform until ws-hold-status = "10"
               read hold-file
                   at end move "10" to ws-hold-status
                   not at end
                       if fd-hld-status = "A" and ws-hold-count < 200
                           add 1 to ws-hold-count
                           move fd-hold-rec
                               to ws-hold-entry(ws-hold-count)
                       end-if
               end-read
           end-perform.
           close hold-file.
       200-exit. exit.
       end function check-hold.
