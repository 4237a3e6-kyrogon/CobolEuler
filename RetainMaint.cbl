       identification division.
       program-id. retain-maint.
      *----------------------------------------------------------------
      *    retain-maint: one place to see and change every retention
      *    policy the suite runs on, instead of three hand-edited
      *    files whose effect nobody can predict until the records are
      *    gone:
      *      - LEDRETAIN.DAT, ledger-archive's window in months (a
      *        single two-digit record, default 3);
      *      - RETAIN.DAT, housekeep's rules - one row per file, the
      *        filename and its retention in days - for the files
      *        housekeep knows how to cut (AUDITLOG.DAT, ALERTS.DAT,
      *        FACTVRFY.DAT, PRIMES.TXT);
      *      - RUNLOGDAYS.DAT, batch-driver's 180-purge-run-logs
      *        window in days (a single three-digit record, default
      *        7).
      *    Every change is validated (ledger months 1-99, days 1-999,
      *    only files housekeep has a cutting rule for) and, before
      *    it is saved, previewed: the records the next ledger-archive
      *    or housekeep pass would cut - per month, under the current
      *    setting beside the proposed one - or, for run-logs, the
      *    counts per month and each run-log the proposed window would
      *    newly purge or newly spare. The preview applies each
      *    program's own rule (ledger-archive's whole-month cutoff,
      *    housekeep's record dates and its never-cut-an-open-alert
      *    rule, the run-log catalog's dates), counted as of today;
      *    a record an active legal hold covers is not counted as cut
      *    on either side, since none of the three will cut it (see
      *    src/library/holds.cbl), and the preview says how many.
      *    Only a confirmed change is written, and it goes through
      *    log-access under the maintaining operator with the old and
      *    new setting. Each changed record is also journalled before
      *    and after through log-change (see src/library/chgjrnl.cbl)
      *    just ahead of the rewrite, so change-rollback can put a
      *    policy back: a RETAIN.DAT rule under its file name, the
      *    single LEDRETAIN.DAT and RUNLOGDAYS.DAT records under the
      *    keys LEDRETAIN and RUNLOGDAYS. A window that was only ever
      *    the default (no file yet) is journalled as an ADD.
       environment division.
       configuration section.
           repository.
               function log-access
               function log-change
               function check-hold
               function enter-environment.
       input-output section.
       file-control.
           select ledretain-file assign to "LEDRETAIN.DAT"
               organization is line sequential
               file status is ws-ledretain-status.
           select retain-file assign to "RETAIN.DAT"
               organization is line sequential
               file status is ws-retain-status.
           select runlog-days-file assign to "RUNLOGDAYS.DAT"
               organization is line sequential
               file status is ws-runlog-days-status.
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
       fd ledretain-file.
       01 fd-ledretain-rec         pic 9(02).
       fd retain-file.
       01 fd-retain-rec.
           05 fd-ret-filename      pic x(16).
           05 fd-ret-days          pic 9(03).
       fd runlog-days-file.
       01 fd-runlog-days-rec       pic 9(03).
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
           01 ws-ledretain-status  pic x(02)   value "00".
           01 ws-retain-status     pic x(02)   value "00".
           01 ws-runlog-days-status pic x(02)  value "00".
           01 ws-ledger-status     pic x(02)   value "00".
           01 ws-runlog-cat-status pic x(02)   value "00".
           01 ws-live-status       pic x(02)   value "00".
           01 ws-live-name         pic x(44).
           01 ws-maintainer-id     pic x(08).
           01 ws-choice            pic 9(01).
           01 ws-done              pic X       value "N".
           01 ws-confirm           pic x(01).
           01 ws-log-command       pic x(80).
           01 ws-log-parms         pic x(60).
           01 ws-log-status        pic X.
           01 ws-today             pic 9(08).
           01 ws-today-yyyymm      pic 9(06).
           01 ws-today-int         pic 9(08).
      *    the three policies as they stand on file, and the two
      *    single records as they were read (spaces when there is no
      *    record) for the change journal's before-image.
           01 ws-ledger-months     pic 9(02)   value 3.
           01 ws-runlog-days       pic 9(03)   value 7.
           01 ws-ledretain-image   pic x(02)   value spaces.
           01 ws-runlog-days-image pic x(03)   value spaces.
           01 ws-rules.
               05 ws-rule-count    pic 9(02)   value 0.
               05 ws-rule-entry occurs 10 times.
                   10 ws-rul-filename  pic x(16).
                   10 ws-rul-days      pic 9(03).
      *    the files housekeep can cut, with where each keeps its
      *    record date and (ALERTS.DAT) its acknowledged flag -
      *    housekeep's 200-apply-one-rule offsets.
           01 ws-known-files.
               05 filler pic x(16) value "AUDITLOG.DAT".
               05 filler pic 9(03) value 149.
               05 filler pic 9(03) value 0.
               05 filler pic x(16) value "ALERTS.DAT".
               05 filler pic 9(03) value 70.
               05 filler pic 9(03) value 84.
               05 filler pic x(16) value "FACTVRFY.DAT".
               05 filler pic 9(03) value 56.
               05 filler pic 9(03) value 0.
               05 filler pic x(16) value "PRIMES.TXT".
               05 filler pic 9(03) value 0.
               05 filler pic 9(03) value 0.
           01 ws-known-table redefines ws-known-files.
               05 ws-known-entry occurs 4 times.
                   10 ws-kn-filename   pic x(16).
                   10 ws-kn-date-offset pic 9(03).
                   10 ws-kn-ack-offset pic 9(03).
           01 ws-known-idx         pic 9(01).
           01 ws-entry-text        pic x(10).
           01 ws-entry-file        pic x(16).
           01 ws-numval-check      pic S9(4)   comp.
           01 ws-new-value         pic 9(03).
           01 ws-found-idx         pic 9(02).
      *    change-journal images - a rule is laid out in the table
      *    exactly as the record it is written back as.
           01 ws-chg-file          pic x(16).
           01 ws-chg-action        pic x(06).
           01 ws-chg-key           pic x(48).
           01 ws-chg-before        pic x(200).
           01 ws-chg-after         pic x(200).
           01 ws-chg-status        pic X.
      *    preview: each side's setting ("on" = the file is cut at
      *    all under it), the cutoffs that follow, and the per-month
      *    counts.
           01 ws-cur-on            pic X.
           01 ws-new-on            pic X.
           01 ws-cur-setting       pic 9(03).
           01 ws-new-setting       pic 9(03).
           01 ws-cur-cutoff        pic 9(08).
           01 ws-new-cutoff        pic 9(08).
           01 ws-calc-months       pic 9(02).
           01 ws-calc-cutoff       pic 9(06).
           01 ws-calc-year         pic 9(04).
           01 ws-calc-month        pic S9(04).
           01 ws-calc-days         pic 9(03).
           01 ws-calc-date         pic 9(08).
           01 ws-date-offset       pic 9(03).
           01 ws-ack-offset        pic 9(03).
           01 ws-record-date       pic 9(08).
           01 ws-record-yyyymm     pic 9(06).
           01 ws-cut-cur           pic X.
           01 ws-cut-new           pic X.
           01 ws-months.
               05 ws-mo-count      pic 9(03)   value 0.
               05 ws-mo-entry occurs 240 times.
                   10 ws-mo-yyyymm     pic 9(06).
                   10 ws-mo-cur        pic 9(07).
                   10 ws-mo-new        pic 9(07).
           01 ws-mo-overflow       pic X.
           01 ws-total-cur         pic 9(07).
           01 ws-total-new         pic 9(07).
           01 ws-total-diff        pic 9(07).
           01 ws-preview-title     pic x(60).
           01 ws-hold-id           pic 9(04).
           01 ws-hold-program      pic x(08).
           01 ws-hold-operator     pic x(08).
           01 ws-hold-run-id       pic 9(10).
           01 ws-held-total        pic 9(07).
           01 ws-runlog-name-parts.
               05 ws-rnp-prefix    pic x(08).
               05 ws-rnp-date      pic x(08).
               05 ws-rnp-program   pic x(08).
           01 m                    pic 9(03).
           01 r                    pic 9(02).
           01 k                    pic 9(01).
       procedure division.
       display function enter-environment("retain-maint").
       perform 100-init thru 100-exit.
       perform 200-menu-loop thru 200-exit
           until ws-done = "Y".
       display "retain-maint: session ended.".
       move 0 to return-code.
       goback.
       100-init.
           display "Maintainer ID: " with no advancing.
           accept ws-maintainer-id.
           accept ws-today from date yyyymmdd.
           compute ws-today-yyyymm = ws-today / 100.
           compute ws-today-int = function integer-of-date(ws-today).
           perform 110-load-ledger-months.
           perform 120-load-rules thru 120-exit.
           perform 130-load-runlog-days.
       100-exit. exit.
      *    110/130: the defaults and zero-means-default rule are the
      *    readers' own (ledger-archive's 150-load-retention,
      *    batch-driver's 185-load-runlog-days), so what is shown is
      *    what those programs will actually use.
       110-load-ledger-months.
           open input ledretain-file.
           if ws-ledretain-status = "00"
               read ledretain-file
                   at end continue
                   not at end
                       move fd-ledretain-rec to ws-ledretain-image
                       if fd-ledretain-rec is numeric
                           move fd-ledretain-rec to ws-ledger-months
                       end-if
               end-read
               close ledretain-file
           end-if.
           if ws-ledger-months = 0
               move 3 to ws-ledger-months
           end-if.
       120-load-rules.
           move 0 to ws-rule-count.
           open input retain-file.
           if ws-retain-status not = "00"
               go to 120-exit
           end-if.
           perform until ws-retain-status = "10"
               read retain-file
                   at end move "10" to ws-retain-status
                   not at end
                       if ws-rule-count < 10
                           and fd-ret-filename not = spaces
                           add 1 to ws-rule-count
                           move fd-ret-filename to
                               ws-rul-filename(ws-rule-count)
                           if fd-ret-days is numeric
                               move fd-ret-days to
                                   ws-rul-days(ws-rule-count)
                           else
                               move 0 to
                                   ws-rul-days(ws-rule-count)
                           end-if
                       end-if
               end-read
           end-perform.
           close retain-file.
       120-exit. exit.
       130-load-runlog-days.
           open input runlog-days-file.
           if ws-runlog-days-status = "00"
               read runlog-days-file
                   at end continue
                   not at end
                       move fd-runlog-days-rec to ws-runlog-days-image
                       if fd-runlog-days-rec is numeric
                           move fd-runlog-days-rec to ws-runlog-days
                       end-if
               end-read
               close runlog-days-file
           end-if.
           if ws-runlog-days = 0
               move 7 to ws-runlog-days
           end-if.
       200-menu-loop.
           display " ".
           display "===== Retention policy maintenance =====".
           display "1. show the retention policies".
           display "2. change the ledger window (ledger-archive)".
           display "3. add/change a housekeep rule".
           display "4. remove a housekeep rule".
           display "5. change the run-log window (batch-driver)".
           display "6. exit".
           display "Selection: " with no advancing.
           accept ws-choice.
           evaluate ws-choice
               when 1 perform 300-show thru 300-exit
               when 2 perform 400-change-ledger thru 400-exit
               when 3 perform 500-change-rule thru 500-exit
               when 4 perform 550-remove-rule thru 550-exit
               when 5 perform 600-change-runlog thru 600-exit
               when 6 move "Y" to ws-done
               when other display "retain-maint: invalid selection."
           end-evaluate.
       200-exit. exit.
       300-show.
           display "Ledger (LEDRETAIN.DAT):      " ws-ledger-months
               " month(s), current month included".
           display "Run-logs (RUNLOGDAYS.DAT):   " ws-runlog-days
               " day(s)".
           if ws-rule-count = 0
               display "Housekeep (RETAIN.DAT):      no rules - nothing"
                   " is cut"
               go to 300-exit
           end-if.
           display "Housekeep (RETAIN.DAT):".
           perform varying r from 1 by 1 until r > ws-rule-count
               if ws-rul-filename(r) = "PRIMES.TXT"
                   display "  " ws-rul-filename(r)
                       " whole spill rolled every run"
               else
                   display "  " ws-rul-filename(r) " "
                       ws-rul-days(r) " day(s)"
               end-if
           end-perform.
           perform varying r from 1 by 1 until r > ws-rule-count
               move ws-rul-filename(r) to ws-entry-file
               perform 520-find-known
               if ws-known-idx = 0
                   display "  ** " function trim(ws-entry-file)
                       " has no cutting rule in housekeep - the row"
                       " is skipped **"
               end-if
           end-perform.
       300-exit. exit.
      *----------------------------------------------------------------
      *    400-change-ledger: the window is whole months, current
      *    month included - ledger-archive's own arithmetic.
       400-change-ledger.
           display "  Ledger window now " ws-ledger-months
               " month(s). New window (1-99): " with no advancing.
           perform 420-accept-number thru 420-exit.
           if ws-new-value = 0 or ws-new-value > 99
               display "  Not 1 to 99 - cancelled."
               go to 400-exit
           end-if.
           if ws-new-value = ws-ledger-months
               display "  Unchanged."
               go to 400-exit
           end-if.
           move ws-ledger-months to ws-calc-months.
           perform 730-ledger-cutoff.
           move ws-calc-cutoff to ws-cur-cutoff.
           move ws-new-value to ws-calc-months.
           perform 730-ledger-cutoff.
           move ws-calc-cutoff to ws-new-cutoff.
           perform 700-preview-ledger thru 700-exit.
           perform 450-confirm.
           if ws-confirm not = "Y"
               go to 400-exit
           end-if.
           move spaces to ws-log-parms.
           string "FROM=" ws-ledger-months " TO=" ws-new-value(2:2)
               delimited by size into ws-log-parms.
           move ws-new-value to ws-ledger-months.
           move "LEDRETAIN.DAT" to ws-chg-file.
           move "LEDRETAIN" to ws-chg-key.
           move ws-ledretain-image to ws-chg-before.
           move ws-ledger-months to ws-ledretain-image.
           move ws-ledretain-image to ws-chg-after.
           perform 650-journal-change.
           open output ledretain-file.
           move ws-ledger-months to fd-ledretain-rec.
           write fd-ledretain-rec.
           close ledretain-file.
           move function log-access(ws-maintainer-id,
               "retain-maint LEDRETAIN.DAT", ws-log-parms)
               to ws-log-status.
           display "  LEDRETAIN.DAT written.".
       400-exit. exit.
       420-accept-number.
           move 0 to ws-new-value.
           accept ws-entry-text.
           if ws-entry-text = spaces
               go to 420-exit
           end-if.
           move function test-numval(ws-entry-text)
               to ws-numval-check.
           if ws-numval-check not = 0
               go to 420-exit
           end-if.
           if function numval(ws-entry-text) < 0
               or function numval(ws-entry-text) > 999
               go to 420-exit
           end-if.
           compute ws-new-value = function numval(ws-entry-text).
       420-exit. exit.
       450-confirm.
           display "  Save this change (Y/N): " with no advancing.
           accept ws-confirm.
           if ws-confirm = "y"
               move "Y" to ws-confirm
           end-if.
           if ws-confirm not = "Y"
               display "  Not saved."
           end-if.
      *----------------------------------------------------------------
      *    500-change-rule: a rule is only accepted for a file
      *    housekeep can actually cut; PRIMES.TXT has no record dates
      *    and is rolled whole whatever its days say, so its row
      *    simply switches that on.
       500-change-rule.
           display "  File (AUDITLOG.DAT, ALERTS.DAT, FACTVRFY.DAT,"
               " PRIMES.TXT): " with no advancing.
           accept ws-entry-file.
           perform 520-find-known.
           if ws-known-idx = 0
               display "  housekeep has no cutting rule for "
                   function trim(ws-entry-file) " - refused."
               go to 500-exit
           end-if.
           perform 530-find-rule.
           move "N" to ws-cur-on.
           move 0 to ws-cur-setting.
           if ws-found-idx not = 0
               move "Y" to ws-cur-on
               move ws-rul-days(ws-found-idx) to ws-cur-setting
           else
               if ws-rule-count >= 10
                   display "  RETAIN.DAT full (10 rules)."
                   go to 500-exit
               end-if
           end-if.
           if ws-entry-file = "PRIMES.TXT"
               move 0 to ws-new-value
           else
               display "  Retention in days (1-999): "
                   with no advancing
               perform 420-accept-number thru 420-exit
               if ws-new-value = 0
                   display "  Not 1 to 999 - zero days would cut"
                       " everything; cancelled."
                   go to 500-exit
               end-if
           end-if.
           if ws-cur-on = "Y" and ws-new-value = ws-cur-setting
               display "  Unchanged."
               go to 500-exit
           end-if.
           move "Y" to ws-new-on.
           move ws-new-value to ws-new-setting.
           perform 710-preview-file thru 710-exit.
           perform 450-confirm.
           if ws-confirm not = "Y"
               go to 500-exit
           end-if.
           move spaces to ws-chg-before.
           if ws-found-idx = 0
               move "ADD" to ws-chg-action
               add 1 to ws-rule-count
               move ws-rule-count to ws-found-idx
               move ws-entry-file to ws-rul-filename(ws-found-idx)
           else
               move "CHANGE" to ws-chg-action
               move ws-rule-entry(ws-found-idx) to ws-chg-before
           end-if.
           move ws-new-value to ws-rul-days(ws-found-idx).
           move ws-rule-entry(ws-found-idx) to ws-chg-after.
           perform 640-journal-rule.
           perform 580-rewrite-rules.
           move spaces to ws-log-parms.
           if ws-cur-on = "Y"
               string function trim(ws-entry-file) " FROM="
                   ws-cur-setting " TO=" ws-new-value
                   delimited by size into ws-log-parms
           else
               string function trim(ws-entry-file) " NEW TO="
                   ws-new-value
                   delimited by size into ws-log-parms
           end-if.
           move function log-access(ws-maintainer-id,
               "retain-maint RETAIN.DAT", ws-log-parms)
               to ws-log-status.
           display "  RETAIN.DAT written.".
       500-exit. exit.
       520-find-known.
           move 0 to ws-known-idx.
           perform varying k from 1 by 1
               until k > 4 or ws-known-idx not = 0
               if ws-kn-filename(k) = ws-entry-file
                   move k to ws-known-idx
               end-if
           end-perform.
       530-find-rule.
           move 0 to ws-found-idx.
           perform varying r from 1 by 1
               until r > ws-rule-count or ws-found-idx not = 0
               if ws-rul-filename(r) = ws-entry-file
                   move r to ws-found-idx
               end-if
           end-perform.
      *    550-remove-rule: with its row gone housekeep leaves the
      *    file alone entirely, so the preview's new side cuts
      *    nothing.
       550-remove-rule.
           display "  File to stop housekeeping: " with no advancing.
           accept ws-entry-file.
           perform 530-find-rule.
           if ws-found-idx = 0
               display "  No RETAIN.DAT rule for "
                   function trim(ws-entry-file) "."
               go to 550-exit
           end-if.
           perform 520-find-known.
           if ws-known-idx not = 0
               move "Y" to ws-cur-on
               move ws-rul-days(ws-found-idx) to ws-cur-setting
               move "N" to ws-new-on
               move 0 to ws-new-setting
               perform 710-preview-file thru 710-exit
           end-if.
           perform 450-confirm.
           if ws-confirm not = "Y"
               go to 550-exit
           end-if.
           move spaces to ws-log-parms.
           string function trim(ws-entry-file) " REMOVED, WAS "
               ws-rul-days(ws-found-idx)
               delimited by size into ws-log-parms.
           move "DELETE" to ws-chg-action.
           move ws-rule-entry(ws-found-idx) to ws-chg-before.
           move spaces to ws-chg-after.
           perform 640-journal-rule.
           perform varying r from ws-found-idx by 1
               until r >= ws-rule-count
               move ws-rule-entry(r + 1) to ws-rule-entry(r)
           end-perform.
           subtract 1 from ws-rule-count.
           perform 580-rewrite-rules.
           move function log-access(ws-maintainer-id,
               "retain-maint RETAIN.DAT", ws-log-parms)
               to ws-log-status.
           display "  RETAIN.DAT written.".
       550-exit. exit.
       580-rewrite-rules.
           open output retain-file.
           perform varying r from 1 by 1 until r > ws-rule-count
               move spaces to fd-retain-rec
               move ws-rul-filename(r) to fd-ret-filename
               move ws-rul-days(r) to fd-ret-days
               write fd-retain-rec
           end-perform.
           close retain-file.
       600-change-runlog.
           display "  Run-log window now " ws-runlog-days
               " day(s). New window (1-999): " with no advancing.
           perform 420-accept-number thru 420-exit.
           if ws-new-value = 0
               display "  Not 1 to 999 - cancelled."
               go to 600-exit
           end-if.
           if ws-new-value = ws-runlog-days
               display "  Unchanged."
               go to 600-exit
           end-if.
           move ws-runlog-days to ws-calc-days.
           perform 740-days-cutoff.
           move ws-calc-date to ws-cur-cutoff.
           move ws-new-value to ws-calc-days.
           perform 740-days-cutoff.
           move ws-calc-date to ws-new-cutoff.
           perform 720-preview-runlogs thru 720-exit.
           perform 450-confirm.
           if ws-confirm not = "Y"
               go to 600-exit
           end-if.
           move spaces to ws-log-parms.
           string "FROM=" ws-runlog-days " TO=" ws-new-value
               delimited by size into ws-log-parms.
           move ws-new-value to ws-runlog-days.
           move "RUNLOGDAYS.DAT" to ws-chg-file.
           move "RUNLOGDAYS" to ws-chg-key.
           move ws-runlog-days-image to ws-chg-before.
           move ws-runlog-days to ws-runlog-days-image.
           move ws-runlog-days-image to ws-chg-after.
           perform 650-journal-change.
           open output runlog-days-file.
           move ws-runlog-days to fd-runlog-days-rec.
           write fd-runlog-days-rec.
           close runlog-days-file.
           move function log-access(ws-maintainer-id,
               "retain-maint RUNLOGDAYS.DAT", ws-log-parms)
               to ws-log-status.
           display "  RUNLOGDAYS.DAT written.".
       600-exit. exit.
      *----------------------------------------------------------------
      *    640-journal-rule: a RETAIN.DAT row, keyed by its file
      *    name; the caller has set the action and both images.
       640-journal-rule.
           move "RETAIN.DAT" to ws-chg-file.
           move ws-entry-file to ws-chg-key.
           perform 650-journal-change.
      *    650-journal-change: the caller has set the file, key and
      *    both images (and a RETAIN.DAT row's action); for the two
      *    single-record files no record before means an ADD.
       650-journal-change.
           if ws-chg-file not = "RETAIN.DAT"
               if ws-chg-before = spaces
                   move "ADD" to ws-chg-action
               else
                   move "CHANGE" to ws-chg-action
               end-if
           end-if.
           move function log-change(ws-chg-file, ws-maintainer-id,
               ws-chg-action, ws-chg-key, ws-chg-before,
               ws-chg-after) to ws-chg-status.
           if ws-chg-status not = "Y"
               display "retain-maint: CHGJRNL.DAT could not be"
                   " written - this change is not journalled and"
                   " cannot be rolled back."
           end-if.
      *----------------------------------------------------------------
      *    700-preview-ledger: ledger-archive cuts every record whose
      *    run month falls before the first month inside the window.
       700-preview-ledger.
           perform 750-clear-months.
           open input ledger-file.
           if ws-ledger-status not = "00"
               display "  (no RESULTS.LED on file - nothing to cut)"
               go to 700-exit
           end-if.
           perform until ws-ledger-status = "10"
               read ledger-file
                   at end move "10" to ws-ledger-status
                   not at end
                       compute ws-record-yyyymm =
                           fd-led-run-date / 100
                       move "N" to ws-cut-cur ws-cut-new
                       if ws-record-yyyymm < ws-cur-cutoff
                           move "Y" to ws-cut-cur
                       end-if
                       if ws-record-yyyymm < ws-new-cutoff
                           move "Y" to ws-cut-new
                       end-if
                       move fd-led-program-id to ws-hold-program
                       move spaces to ws-hold-operator
                       move 0 to ws-hold-run-id
                       if fd-led-run-id is numeric
                           move fd-led-run-id to ws-hold-run-id
                       end-if
                       move fd-led-run-date to ws-record-date
                       perform 770-drop-held thru 770-exit
                       perform 760-tally-month thru 760-exit
               end-read
           end-perform.
           close ledger-file.
           move "RESULTS.LED - next ledger-archive pass"
               to ws-preview-title.
           perform 780-show-months thru 780-exit.
       700-exit. exit.
      *    710-preview-file: housekeep's 310-route-record - the
      *    record's date against today less the retention, an
      *    unacknowledged alert never eligible - or, for PRIMES.TXT,
      *    the whole spill whenever a row exists.
       710-preview-file.
           perform 750-clear-months.
           move ws-kn-date-offset(ws-known-idx) to ws-date-offset.
           move ws-kn-ack-offset(ws-known-idx) to ws-ack-offset.
           move ws-cur-setting to ws-calc-days.
           perform 740-days-cutoff.
           move ws-calc-date to ws-cur-cutoff.
           move ws-new-setting to ws-calc-days.
           perform 740-days-cutoff.
           move ws-calc-date to ws-new-cutoff.
           move spaces to ws-live-name.
           move ws-entry-file to ws-live-name.
           move "00" to ws-live-status.
           open input live-file.
           if ws-live-status not = "00"
               display "  (no " function trim(ws-entry-file)
                   " on file - nothing to cut)"
               go to 710-exit
           end-if.
           perform until ws-live-status = "10"
               read live-file
                   at end move "10" to ws-live-status
                   not at end perform 715-judge-record thru 715-exit
               end-read
           end-perform.
           close live-file.
           move spaces to ws-preview-title.
           string function trim(ws-entry-file)
               " - next housekeep pass"
               delimited by size into ws-preview-title.
           perform 780-show-months thru 780-exit.
       710-exit. exit.
       715-judge-record.
           move "N" to ws-cut-cur ws-cut-new.
           if ws-date-offset = 0
               move ws-today-yyyymm to ws-record-yyyymm
               move ws-cur-on to ws-cut-cur
               move ws-new-on to ws-cut-new
               perform 760-tally-month thru 760-exit
               go to 715-exit
           end-if.
           if fd-live-rec(ws-date-offset:8) is not numeric
               go to 715-exit
           end-if.
           if ws-ack-offset not = 0
               and fd-live-rec(ws-ack-offset:1) not = "Y"
               go to 715-exit
           end-if.
           move fd-live-rec(ws-date-offset:8) to ws-record-date.
           compute ws-record-yyyymm = ws-record-date / 100.
           if ws-cur-on = "Y" and ws-record-date < ws-cur-cutoff
               move "Y" to ws-cut-cur
           end-if.
           if ws-new-on = "Y" and ws-record-date < ws-new-cutoff
               move "Y" to ws-cut-new
           end-if.
           move spaces to ws-hold-program ws-hold-operator.
           move 0 to ws-hold-run-id.
           evaluate ws-entry-file
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
           perform 770-drop-held thru 770-exit.
           perform 760-tally-month thru 760-exit.
       715-exit. exit.
      *    720-preview-runlogs: the catalog's dates, as batch-driver's
      *    188-judge-one-run-log reads them; each run-log the change
      *    would newly purge (+) or newly spare (-) is named.
       720-preview-runlogs.
           perform 750-clear-months.
           move "00" to ws-runlog-cat-status.
           open input runlog-catalog.
           if ws-runlog-cat-status not = "00"
               display "  (no RUNLOGS.DAT catalog - nothing to purge)"
               go to 720-exit
           end-if.
           display "  Run-logs affected by the change:".
           perform until ws-runlog-cat-status = "10"
               read runlog-catalog
                   at end move "10" to ws-runlog-cat-status
                   not at end
                       move "N" to ws-cut-cur ws-cut-new
                       if fd-rlg-date < ws-cur-cutoff
                           move "Y" to ws-cut-cur
                       end-if
                       if fd-rlg-date < ws-new-cutoff
                           move "Y" to ws-cut-new
                       end-if
                       perform 725-runlog-hold-keys
                       perform 770-drop-held thru 770-exit
                       if ws-cut-new = "Y" and ws-cut-cur = "N"
                           display "    + " fd-rlg-filename " "
                               fd-rlg-date
                       end-if
                       if ws-cut-cur = "Y" and ws-cut-new = "N"
                           display "    - " fd-rlg-filename " "
                               fd-rlg-date
                       end-if
                       compute ws-record-yyyymm = fd-rlg-date / 100
                       perform 760-tally-month thru 760-exit
               end-read
           end-perform.
           close runlog-catalog.
           display "    (+ newly purged, - newly kept)".
           move "RUNLOGS.DAT - next batch-driver purge"
               to ws-preview-title.
           perform 780-show-months thru 780-exit.
       720-exit. exit.
      *    725-runlog-hold-keys: batch-driver's 189-check-run-log-hold
      *    reading of a catalog entry.
       725-runlog-hold-keys.
           move spaces to ws-runlog-name-parts ws-hold-operator.
           unstring fd-rlg-filename delimited by "."
               into ws-rnp-prefix ws-rnp-date ws-rnp-program.
           move function lower-case(ws-rnp-program)
               to ws-hold-program.
           move 0 to ws-hold-run-id.
           if fd-rlg-run-id is numeric
               move fd-rlg-run-id to ws-hold-run-id
           end-if.
           move fd-rlg-date to ws-record-date.
      *    730-ledger-cutoff: ledger-archive's 100-init arithmetic -
      *    the first month inside a ws-calc-months window.
       730-ledger-cutoff.
           compute ws-calc-year = ws-today-yyyymm / 100.
           compute ws-calc-month =
               function mod(ws-today-yyyymm, 100)
               - ws-calc-months + 1.
           perform until ws-calc-month >= 1
               add 12 to ws-calc-month
               subtract 1 from ws-calc-year
           end-perform.
           compute ws-calc-cutoff =
               ws-calc-year * 100 + ws-calc-month.
       740-days-cutoff.
           compute ws-calc-date =
               function date-of-integer(ws-today-int - ws-calc-days).
       750-clear-months.
           move 0 to ws-held-total.
           move 0 to ws-mo-count.
           move "N" to ws-mo-overflow.
      *    770-drop-held: a record either side would cut that a legal
      *    hold covers is cut by neither.
       770-drop-held.
           if ws-cut-cur = "N" and ws-cut-new = "N"
               go to 770-exit
           end-if.
           move function check-hold(ws-hold-program, ws-hold-operator,
               ws-record-date, ws-hold-run-id) to ws-hold-id.
           if ws-hold-id not = 0
               move "N" to ws-cut-cur ws-cut-new
               add 1 to ws-held-total
           end-if.
       770-exit. exit.
      *    760-tally-month: only records cut on one side or the other
      *    are counted - the preview is about what goes.
       760-tally-month.
           if ws-cut-cur = "N" and ws-cut-new = "N"
               go to 760-exit
           end-if.
           perform varying m from 1 by 1
               until m > ws-mo-count
               or ws-mo-yyyymm(m) = ws-record-yyyymm
               continue
           end-perform.
           if m > ws-mo-count
               if ws-mo-count >= 240
                   move "Y" to ws-mo-overflow
                   go to 760-exit
               end-if
               add 1 to ws-mo-count
               move ws-mo-count to m
               move ws-record-yyyymm to ws-mo-yyyymm(m)
               move 0 to ws-mo-cur(m) ws-mo-new(m)
           end-if.
           if ws-cut-cur = "Y"
               add 1 to ws-mo-cur(m)
           end-if.
           if ws-cut-new = "Y"
               add 1 to ws-mo-new(m)
           end-if.
       760-exit. exit.
       780-show-months.
           display " ".
           display "  Preview: " function trim(ws-preview-title).
           display "  MONTH    CUT-NOW  CUT-NEW".
           move 0 to ws-total-cur ws-total-new.
           perform varying m from 1 by 1 until m > ws-mo-count
               display "  " ws-mo-yyyymm(m) "   " ws-mo-cur(m) "  "
                   ws-mo-new(m)
               add ws-mo-cur(m) to ws-total-cur
               add ws-mo-new(m) to ws-total-new
           end-perform.
           display "  TOTAL    " ws-total-cur "  " ws-total-new.
           if ws-held-total > 0
               display "  " ws-held-total " record(s) kept back by"
                   " legal hold are not counted."
           end-if.
           if ws-mo-overflow = "Y"
               display "  (more than 240 months - the oldest shown"
                   " are not all of them)"
           end-if.
           if ws-total-new > ws-total-cur
               compute ws-total-diff = ws-total-new - ws-total-cur
               display "  The change cuts " ws-total-diff
                   " more record(s)."
           else
               compute ws-total-diff = ws-total-cur - ws-total-new
               display "  The change cuts " ws-total-diff
                   " fewer record(s)."
           end-if.
       780-exit. exit.
       end program retain-maint.
