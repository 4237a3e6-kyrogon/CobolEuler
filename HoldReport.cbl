       identification division.
       program-id. hold-report.
      *----------------------------------------------------------------
      *    hold-report: the active legal holds on HOLDS.DAT (placed
      *    with hold-maint) and how many records each one protects in
      *    the live files the retention jobs cut - RESULTS.LED
      *    (ledger-archive), AUDITLOG.DAT, ALERTS.DAT and FACTVRFY.DAT
      *    (housekeep) and the run-logs catalogued in RUNLOGS.DAT
      *    (batch-driver's purge). Each record is tested against every
      *    hold with match-hold (see src/library/holds.cbl), exactly as
      *    the cutting jobs test it, so a record two holds cover counts
      *    under both. A hold protecting nothing is flagged - usually a
      *    mistyped program-id or run number. Lapsed and released holds
      *    are not listed (hold-maint's list shows them).
      *    No parameters. RETURN-CODE 0, or 4 when any active hold
      *    protects nothing.
       environment division.
       configuration section.
           repository.
               function match-hold
               function enter-environment.
       input-output section.
       file-control.
           select hold-file assign to "HOLDS.DAT"
               organization is line sequential
               file status is ws-hold-status.
           select ledger-file assign to "RESULTS.LED"
               organization is line sequential
               file status is ws-ledger-status.
           select runlog-catalog assign to "RUNLOGS.DAT"
               organization is line sequential
               file status is ws-runlog-cat-status.
           select live-file assign to dynamic ws-live-name
               organization is line sequential
               file status is ws-live-status.
       data division.
       file section.
       fd hold-file.
       01 fd-hold-rec              pic x(127).
       fd ledger-file.
       01 fd-ledger-rec.
           05 fd-led-program-id    pic x(08).
           05 fd-led-parameters    pic x(40).
           05 fd-led-result        pic x(18).
           05 fd-led-run-date      pic 9(08).
           05 fd-led-run-time      pic 9(06).
           05 fd-led-elapsed-sec   pic 9(05).
           05 fd-led-run-id        pic 9(10).
           05 fd-led-full-figure   pic x(01).
       fd runlog-catalog.
       01 fd-runlog-rec.
           05 fd-rlg-filename      pic x(40).
           05 fd-rlg-date          pic 9(08).
           05 fd-rlg-run-id        pic 9(10).
       fd live-file.
       01 fd-live-rec              pic x(512).
       working-storage section.
           01 ws-hold-status       pic x(02)   value "00".
           01 ws-ledger-status     pic x(02)   value "00".
           01 ws-runlog-cat-status pic x(02)   value "00".
           01 ws-live-status       pic x(02)   value "00".
           01 ws-live-name         pic x(44).
           01 ws-today             pic 9(08).
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
      *    the active holds, each with its count per file: 1 ledger,
      *    2 audit log, 3 alerts, 4 verdicts, 5 run-logs.
           01 ws-holds.
               05 ws-hold-count    pic 9(03)   value 0.
               05 ws-hold-entry occurs 200 times.
                   10 ws-he-record     pic x(127).
                   10 ws-he-count      pic 9(07) occurs 5 times.
           01 ws-holds-overflow    pic X       value "N".
           01 ws-file-names.
               05 filler pic x(12) value "RESULTS.LED".
               05 filler pic x(12) value "AUDITLOG.DAT".
               05 filler pic x(12) value "ALERTS.DAT".
               05 filler pic x(12) value "FACTVRFY.DAT".
               05 filler pic x(12) value "RUNLOGS.DAT".
           01 ws-file-table redefines ws-file-names.
               05 ws-file-name     pic x(12) occurs 5 times.
           01 ws-key-program       pic x(08).
           01 ws-key-operator      pic x(08).
           01 ws-key-date          pic 9(08).
           01 ws-key-run-id        pic 9(10).
           01 ws-match             pic X.
           01 ws-file-idx          pic 9(01).
           01 ws-hold-total        pic 9(07).
           01 ws-idle-holds        pic 9(03)   value 0.
           01 ws-runlog-name-parts.
               05 ws-rnp-prefix    pic x(08).
               05 ws-rnp-date      pic x(08).
               05 ws-rnp-program   pic x(08).
           01 h                    pic 9(03).
           01 f                    pic 9(01).
       procedure division.
       display function enter-environment("hold-report").
       perform 100-init thru 100-exit.
       if ws-hold-count = 0
           display "hold-report: no active legal holds."
           move 0 to return-code
           goback
       end-if.
       perform 200-scan-ledger thru 200-exit.
       perform 300-scan-file thru 300-exit
           varying ws-file-idx from 2 by 1 until ws-file-idx > 4.
       perform 400-scan-runlogs thru 400-exit.
       perform 900-report thru 900-exit.
       if ws-idle-holds > 0
           move 4 to return-code
       else
           move 0 to return-code
       end-if.
       goback.
       100-init.
           accept ws-today from date yyyymmdd.
           open input hold-file.
           if ws-hold-status not = "00"
               go to 100-exit
           end-if.
           perform until ws-hold-status = "10"
               read hold-file
                   at end move "10" to ws-hold-status
                   not at end
                       move fd-hold-rec to ws-hold
                       if ws-hld-status = "A"
                           and ws-hld-release-date >= ws-today
                           perform 110-add-hold
                       end-if
               end-read
           end-perform.
           close hold-file.
       100-exit. exit.
       110-add-hold.
           if ws-hold-count >= 200
               move "Y" to ws-holds-overflow
           else
               add 1 to ws-hold-count
               move ws-hold to ws-he-record(ws-hold-count)
               perform varying f from 1 by 1 until f > 5
                   move 0 to ws-he-count(ws-hold-count, f)
               end-perform
           end-if.
       200-scan-ledger.
           move 1 to ws-file-idx.
           open input ledger-file.
           if ws-ledger-status not = "00"
               go to 200-exit
           end-if.
           perform until ws-ledger-status = "10"
               read ledger-file
                   at end move "10" to ws-ledger-status
                   not at end
                       move fd-led-program-id to ws-key-program
                       move spaces to ws-key-operator
                       move fd-led-run-date to ws-key-date
                       move 0 to ws-key-run-id
                       if fd-led-run-id is numeric
                           move fd-led-run-id to ws-key-run-id
                       end-if
                       perform 500-test-holds
               end-read
           end-perform.
           close ledger-file.
       200-exit. exit.
      *    300-scan-file: housekeep's files, each record's keys read
      *    the way housekeep's 315-check-hold reads them.
       300-scan-file.
           move spaces to ws-live-name.
           move ws-file-name(ws-file-idx) to ws-live-name.
           move "00" to ws-live-status.
           open input live-file.
           if ws-live-status not = "00"
               go to 300-exit
           end-if.
           perform until ws-live-status = "10"
               read live-file
                   at end move "10" to ws-live-status
                   not at end perform 310-keys-and-test
               end-read
           end-perform.
           close live-file.
       300-exit. exit.
       310-keys-and-test.
           move spaces to ws-key-program ws-key-operator.
           move 0 to ws-key-date ws-key-run-id.
           evaluate ws-file-idx
               when 2
                   move fd-live-rec(1:8) to ws-key-operator
                   unstring fd-live-rec(9:80) delimited by space
                       into ws-key-program
                   if fd-live-rec(149:8) is numeric
                       move fd-live-rec(149:8) to ws-key-date
                   end-if
                   if fd-live-rec(163:10) is numeric
                       move fd-live-rec(163:10) to ws-key-run-id
                   end-if
               when 3
                   move fd-live-rec(2:8) to ws-key-program
                   if fd-live-rec(70:8) is numeric
                       move fd-live-rec(70:8) to ws-key-date
                   end-if
                   if fd-live-rec(85:10) is numeric
                       move fd-live-rec(85:10) to ws-key-run-id
                   end-if
               when 4
                   move "factor-verify" to ws-key-program
                   if fd-live-rec(56:8) is numeric
                       move fd-live-rec(56:8) to ws-key-date
                   end-if
           end-evaluate.
           perform 500-test-holds.
      *    400-scan-runlogs: batch-driver's 189-check-run-log-hold
      *    reading of each catalog entry.
       400-scan-runlogs.
           move 5 to ws-file-idx.
           open input runlog-catalog.
           if ws-runlog-cat-status not = "00"
               go to 400-exit
           end-if.
           perform until ws-runlog-cat-status = "10"
               read runlog-catalog
                   at end move "10" to ws-runlog-cat-status
                   not at end
                       move spaces to ws-runlog-name-parts
                       unstring fd-rlg-filename delimited by "."
                           into ws-rnp-prefix ws-rnp-date
                               ws-rnp-program
                       move function lower-case(ws-rnp-program)
                           to ws-key-program
                       move spaces to ws-key-operator
                       move fd-rlg-date to ws-key-date
                       move 0 to ws-key-run-id
                       if fd-rlg-run-id is numeric
                           move fd-rlg-run-id to ws-key-run-id
                       end-if
                       perform 500-test-holds
               end-read
           end-perform.
           close runlog-catalog.
       400-exit. exit.
       500-test-holds.
           perform varying h from 1 by 1 until h > ws-hold-count
               move function match-hold(ws-he-record(h),
                   ws-key-program, ws-key-operator, ws-key-date,
                   ws-key-run-id) to ws-match
               if ws-match = "Y"
                   add 1 to ws-he-count(h, ws-file-idx)
               end-if
           end-perform.
       900-report.
           display " ".
           display "===== Active legal holds =====".
           perform varying h from 1 by 1 until h > ws-hold-count
               move ws-he-record(h) to ws-hold
               display " "
               display "Hold " ws-hld-id "  placed " ws-hld-placed-date
                   " by " ws-hld-placed-by "  release "
                   ws-hld-release-date
               display "  Reason:   " function trim(ws-hld-reason)
               display "  Covers:   program " ws-hld-program
                   " operator " ws-hld-operator " run "
                   ws-hld-run-id
               display "            dates " ws-hld-from-date " to "
                   ws-hld-to-date
               move 0 to ws-hold-total
               perform varying f from 1 by 1 until f > 5
                   display "  " ws-file-name(f) " "
                       ws-he-count(h, f)
                   add ws-he-count(h, f) to ws-hold-total
               end-perform
               display "  Protects: " ws-hold-total " record(s)"
               if ws-hold-total = 0
                   add 1 to ws-idle-holds
                   display "  ** protects nothing - check the hold's"
                       " program, operator or run **"
               end-if
           end-perform.
           display " ".
           display "Active holds: " ws-hold-count.
           if ws-holds-overflow = "Y"
               display "(more than 200 active holds - the rest are not"
                   " shown)"
           end-if.
       900-exit. exit.
       end program hold-report.
