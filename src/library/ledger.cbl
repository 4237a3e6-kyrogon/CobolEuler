       configuration section.
       repository.
           function lock-acquire
           function lock-release
           function log-summary
           function current-run-id.
       input-output section.
       file-control.
           select ledger-file assign to "RESULTS.LED"
               access mode is dynamic
               record key is fd-idx-key
               file status is ws-index-status.
           select big-file assign to "RESULTS.BIG"
               organization is indexed
               access mode is dynamic
               record key is fd-big-key
               file status is ws-big-status.
       data division.
       file section.
       fd ledger-file.
           05 fd-led-run-date      pic 9(08).
           05 fd-led-run-time      pic 9(06).
           05 fd-led-elapsed-sec   pic 9(05).
      *    run number, appended past the historical record the way
      *    the registry's statistics fields were - rows written
      *    before it existed read back blank (no run number). The
      *    launcher's number, inherited through the environment
      *    (see src/library/runid.cbl); zero for a run started by
      *    hand.
           05 fd-led-run-id        pic 9(10).
      *    "Y" when the run's answer was longer than the 18-byte
      *    result field: fd-led-result then holds the figure's last
      *    18 digits and RESULTS.BIG holds all of it. Blank on every
      *    row that fits, and on rows from before RESULTS.BIG.
           05 fd-led-full-figure   pic x(01).
      *    the version/build identifier the logging program carries
      *    (its ws-program-version), so a changed answer or a jump in
      *    elapsed time can be laid against a change of code. The
      *    versions each program has been promoted at, with their
      *    install dates, are catalogued in VERSIONS.DAT (see
      *    version-maint). Blank on rows from before stamping - an
      *    unknown version, not a different one.
           05 fd-led-version       pic x(08).
      *    RESULTS.IDX is the keyed companion to the RESULTS.LED
      *    journal: same fields, keyed on program-id plus run
      *    date/time, so "latest entry for euler2" is a positioned
           05 fd-idx-parameters    pic x(40).
           05 fd-idx-result        pic x(18).
           05 fd-idx-elapsed-sec   pic 9(05).
      *    RESULTS.BIG: the complete digit string of every answer the
      *    ledger's 18-byte result field can't hold - euler48 FULL
      *    sums, euler3's bignum totals - keyed like RESULTS.IDX so a
      *    reader holding a ledger row fetches its full figure with
      *    one keyed read (get-big-result below). Leading zeros are
      *    stripped; fd-big-digits is the figure's length.
       fd big-file.
       01 fd-big-rec.
           05 fd-big-key.
               10 fd-big-program-id    pic x(08).
               10 fd-big-run-date      pic 9(08).
               10 fd-big-run-time      pic 9(06).
           05 fd-big-parameters    pic x(40).
           05 fd-big-run-id        pic 9(10).
           05 fd-big-digits        pic 9(04).
           05 fd-big-figure        pic x(3200).
       working-storage section.
           01 ws-ledger-status     pic x(02) value "00".
           01 ws-index-status      pic x(02) value "00".
           01 ws-big-status        pic x(02) value "00".
           01 ws-index-written     pic X     value "N".
           01 ws-index-tries       pic 9(02) value 0.
           01 ws-full-time         pic 9(08).
           01 ws-lock-status       pic X.
           01 ws-summary-status    pic X.
           01 ws-figure            pic x(3200).
           01 ws-figure-len        pic 9(04) value 0.
           01 ws-lead-zeros        pic 9(04) value 0.
           01 ws-sig-digits        pic 9(04) value 0.
       linkage section.
           01 ls-program-id        pic X any length.
           01 ls-parameters        pic X any length.
           01 ls-result            pic X any length.
           01 ls-elapsed-sec       pic 9(05).
           01 ls-version           pic X any length.
           01 ls-status            pic X.
       procedure division
           using ls-program-id ls-parameters ls-result ls-elapsed-sec
               ls-version
           returning ls-status.
       perform 100-init thru 100-exit.
       goback.
           move ls-program-id to fd-led-program-id.
           move ls-parameters to fd-led-parameters.
           move ls-result to fd-led-result.
           perform 150-measure-result thru 150-exit.
           accept fd-led-run-date from date yyyymmdd.
           accept ws-full-time from time.
           divide ws-full-time by 100 giving fd-led-run-time.
           move ls-elapsed-sec to fd-led-elapsed-sec.
           move function current-run-id to fd-led-run-id.
           move ls-version to fd-led-version.
      *    the ledger and its keyed companion are written under the
      *    shared lock discipline (src/library/lockserv.cbl) so an
      *    interactive run finishing inside the nightly window can't
           write fd-ledger-rec.
           close ledger-file.
           perform 200-write-index.
           if fd-led-full-figure = "Y"
               perform 300-write-big
           end-if.
           move function log-summary(fd-led-program-id,
               fd-led-parameters, fd-led-result, fd-led-run-date,
               fd-led-run-time, fd-led-elapsed-sec, fd-led-version)
               to ws-summary-status.
           move function lock-release("RESULTS.LED")
               to ws-lock-status.
           move "Y" to ls-status.
       100-exit. exit.
      *----------------------------------------------------------------
      *    150-measure-result: a caller may hand over a whole
      *    3200-digit string-arithmetic register rather than an
      *    18-byte field. A digits-only result longer than 18 bytes
      *    logs its LAST 18 digits (the zero-filled tail euler3 and
      *    euler48 always logged); when more than 18 of those digits
      *    are significant the row is flagged and 300-write-big keeps
      *    the complete figure. Anything else - OVERFLOW, REVERSAL,
      *    an ordinary number - is logged exactly as before.
       150-measure-result.
           move spaces to ws-figure.
           move space to fd-led-full-figure.
           move function trim(ls-result) to ws-figure.
           if ws-figure = spaces
               go to 150-exit
           end-if.
           compute ws-figure-len =
               function length(function trim(ws-figure)).
           if ws-figure-len not > 18
               go to 150-exit
           end-if.
           if ws-figure(1:ws-figure-len) is not numeric
               go to 150-exit
           end-if.
           move ws-figure(ws-figure-len - 17:18) to fd-led-result.
           move 0 to ws-lead-zeros.
           inspect ws-figure(1:ws-figure-len)
               tallying ws-lead-zeros for leading "0".
           compute ws-sig-digits = ws-figure-len - ws-lead-zeros.
           if ws-sig-digits > 18
               move "Y" to fd-led-full-figure
           end-if.
       150-exit. exit.
      *----------------------------------------------------------------
      *    200-write-index: mirror the journal record into the keyed
      *    index. Two runs of one program inside the same clock second
      *    would collide on the key, so a duplicate-key write nudges
               end-write
           end-perform.
           close ledger-index.
      *----------------------------------------------------------------
      *    300-write-big: the complete figure under the journal row's
      *    own key, with the same duplicate-key nudge 200-write-index
      *    applies, still inside the RESULTS.LED lock.
       300-write-big.
           open i-o big-file.
           if ws-big-status = "35"
               open output big-file
           end-if.
           move spaces to fd-big-rec.
           move fd-led-program-id to fd-big-program-id.
           move fd-led-run-date to fd-big-run-date.
           move fd-led-run-time to fd-big-run-time.
           move fd-led-parameters to fd-big-parameters.
           move fd-led-run-id to fd-big-run-id.
           move ws-sig-digits to fd-big-digits.
           move ws-figure(ws-lead-zeros + 1:ws-sig-digits)
               to fd-big-figure.
           move "N" to ws-index-written.
           move 0 to ws-index-tries.
           perform until ws-index-written = "Y" or ws-index-tries > 5
               add 1 to ws-index-tries
               write fd-big-rec
                   invalid key
                       add 1 to fd-big-run-time
                   not invalid key
                       move "Y" to ws-index-written
               end-write
           end-perform.
           close big-file.
       end function log-run.
      *-----------------------------------------------------------------
       identification division.
       function-id. log-summary.
      *    log-summary: RESULTS.SUM, the daily summary the reporting
      *    programs read instead of walking the whole journal and its
      *    archives - one record per program-id, parameter string and
      *    run date: runs, failures (the "RC=" tag other than 0000 in
      *    the parameter string, the convention ledger-stats has
      *    always counted by), total, minimum and maximum elapsed
      *    seconds, the first and last run times of the day, and the
      *    last run's elapsed seconds, result and version stamp - so
      *    "the latest run" is answered from the summary as well.
      *    log-run folds every row into it as the row is logged,
      *    inside the RESULTS.LED lock; summary-rebuild folds the
      *    whole journal and its archive generations through this
      *    same function when the summary has to be regenerated (a
      *    ledger rewritten by ledger-correct, a restore, a merge).
      *    Like RESULTS.IDX the summary is derived from the journal
      *    and can always be rebuilt from it.
      *    Arguments: the ledger row's program-id, parameters,
      *    result, run date, run time, elapsed seconds and version.
      *    Returns "Y" once the row is folded in.
       environment division.
       configuration section.
       input-output section.
       file-control.
           select summary-file assign to "RESULTS.SUM"
               organization is indexed
               access mode is random
               record key is fd-sum-key
               file status is ws-summary-status.
       data division.
       file section.
       fd summary-file.
       01 fd-summary-rec.
           05 fd-sum-key.
               10 fd-sum-program-id    pic x(08).
               10 fd-sum-parameters    pic x(40).
               10 fd-sum-run-date      pic 9(08).
           05 fd-sum-runs          pic 9(05).
           05 fd-sum-failures      pic 9(05).
           05 fd-sum-total-sec     pic 9(09).
           05 fd-sum-min-sec       pic 9(05).
           05 fd-sum-max-sec       pic 9(05).
           05 fd-sum-first-time    pic 9(06).
           05 fd-sum-last-time     pic 9(06).
           05 fd-sum-last-sec      pic 9(05).
           05 fd-sum-last-result   pic x(18).
           05 fd-sum-last-version  pic x(08).
       working-storage section.
           01 ws-summary-status    pic x(02) value "00".
           01 ws-new-file          pic X     value "N".
           01 ws-found             pic X     value "N".
           01 ws-failed            pic X     value "N".
           01 p                    pic 9(02).
       linkage section.
           01 ls-program-id        pic X any length.
           01 ls-parameters        pic X any length.
           01 ls-result            pic X any length.
           01 ls-run-date          pic 9(08).
           01 ls-run-time          pic 9(06).
           01 ls-elapsed-sec       pic 9(05).
           01 ls-version           pic X any length.
           01 ls-status            pic X.
       procedure division
           using ls-program-id ls-parameters ls-result ls-run-date
               ls-run-time ls-elapsed-sec ls-version
           returning ls-status.
       perform 100-init thru 100-exit.
       goback.
       100-init.
           move "N" to ls-status.
           move "N" to ws-new-file.
           open i-o summary-file.
           if ws-summary-status = "35"
               open output summary-file
               move "Y" to ws-new-file
           end-if.
           if ws-summary-status not = "00"
               go to 100-exit
           end-if.
           move spaces to fd-summary-rec.
           move ls-program-id to fd-sum-program-id.
           move ls-parameters to fd-sum-parameters.
           move ls-run-date to fd-sum-run-date.
           move "N" to ws-found.
           if ws-new-file = "N"
               read summary-file
                   invalid key continue
                   not invalid key move "Y" to ws-found
               end-read
           end-if.
           perform 200-scan-rc-tag.
           if ws-found = "N"
               move 1 to fd-sum-runs
               move 0 to fd-sum-failures
               if ws-failed = "Y"
                   move 1 to fd-sum-failures
               end-if
               move ls-elapsed-sec to fd-sum-total-sec
               move ls-elapsed-sec to fd-sum-min-sec
               move ls-elapsed-sec to fd-sum-max-sec
               move ls-run-time to fd-sum-first-time
               move ls-run-time to fd-sum-last-time
               move ls-elapsed-sec to fd-sum-last-sec
               move ls-result to fd-sum-last-result
               move ls-version to fd-sum-last-version
               write fd-summary-rec
                   invalid key continue
               end-write
           else
               if fd-sum-runs < 99999
                   add 1 to fd-sum-runs
               end-if
               if ws-failed = "Y" and fd-sum-failures < 99999
                   add 1 to fd-sum-failures
               end-if
               add ls-elapsed-sec to fd-sum-total-sec
               if ls-elapsed-sec < fd-sum-min-sec
                   move ls-elapsed-sec to fd-sum-min-sec
               end-if
               if ls-elapsed-sec > fd-sum-max-sec
                   move ls-elapsed-sec to fd-sum-max-sec
               end-if
               if ls-run-time < fd-sum-first-time
                   move ls-run-time to fd-sum-first-time
               end-if
      *        rows normally arrive in run order; a rebuild from a
      *        merged journal may not, so "last" is by run time.
               if ls-run-time >= fd-sum-last-time
                   move ls-run-time to fd-sum-last-time
                   move ls-elapsed-sec to fd-sum-last-sec
                   move ls-result to fd-sum-last-result
                   move ls-version to fd-sum-last-version
               end-if
               rewrite fd-summary-rec
                   invalid key continue
               end-rewrite
           end-if.
           close summary-file.
           move "Y" to ls-status.
       100-exit. exit.
      *    200-scan-rc-tag: "RC=" and four digits other than 0000
      *    anywhere in the parameter string marks a failed run; rows
      *    without the tag can't be judged and count as good.
       200-scan-rc-tag.
           move "N" to ws-failed.
           perform varying p from 1 by 1 until p > 34
               if fd-sum-parameters(p:3) = "RC="
                   and fd-sum-parameters(p + 3:4) is numeric
                   and fd-sum-parameters(p + 3:4) not = "0000"
                   move "Y" to ws-failed
               end-if
           end-perform.
       end function log-summary.
      *-----------------------------------------------------------------
       identification division.
       function-id. get-elapsed-seconds.
           compute ls-elapsed-sec = ws-diff-hundredths / 100.
       100-exit. exit.
       end function get-elapsed-seconds.
      *-----------------------------------------------------------------
       identification division.
       function-id. get-big-result.
      *    get-big-result: the complete figure RESULTS.BIG holds for
      *    one ledger row (program-id, run date, run time - the row's
      *    own key), significant digits left-justified; spaces when
      *    the row has none. Readers only need to ask for rows whose
      *    fd-led-full-figure is "Y". A run time taken from
      *    RESULTS.IDX may carry that file's same-second nudge where
      *    RESULTS.BIG's key did not, so the lookup walks the same
      *    zero-to-five nudge span back down before giving up.
       environment division.
       configuration section.
       input-output section.
       file-control.
           select big-file assign to "RESULTS.BIG"
               organization is indexed
               access mode is random
               record key is fd-big-key
               file status is ws-big-status.
       data division.
       file section.
       fd big-file.
       01 fd-big-rec.
           05 fd-big-key.
               10 fd-big-program-id    pic x(08).
               10 fd-big-run-date      pic 9(08).
               10 fd-big-run-time      pic 9(06).
           05 fd-big-parameters    pic x(40).
           05 fd-big-run-id        pic 9(10).
           05 fd-big-digits        pic 9(04).
           05 fd-big-figure        pic x(3200).
       working-storage section.
           01 ws-big-status        pic x(02) value "00".
           01 ws-found             pic X     value "N".
           01 ws-nudge             pic 9(01).
       linkage section.
           01 ls-program-id        pic X any length.
           01 ls-run-date          pic 9(08).
           01 ls-run-time          pic 9(06).
           01 ls-figure            pic x(3200).
       procedure division
           using ls-program-id ls-run-date ls-run-time
           returning ls-figure.
       perform 100-init thru 100-exit.
       goback.
       100-init.
           move spaces to ls-figure.
           open input big-file.
           if ws-big-status not = "00"
               go to 100-exit
           end-if.
           move "N" to ws-found.
           perform varying ws-nudge from 0 by 1
               until ws-nudge > 5 or ws-found = "Y"
               if ls-run-time >= ws-nudge
                   move ls-program-id to fd-big-program-id
                   move ls-run-date to fd-big-run-date
                   compute fd-big-run-time = ls-run-time - ws-nudge
                   read big-file
                       invalid key continue
                       not invalid key
                           move "Y" to ws-found
                           move fd-big-figure to ls-figure
                   end-read
               end-if
           end-perform.
           close big-file.
       100-exit. exit.
       end function get-big-result.
