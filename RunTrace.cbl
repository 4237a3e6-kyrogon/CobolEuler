       identification division.
       program-id. run-trace.
      *----------------------------------------------------------------
      *    run-trace: everything one run touched, on one screen. Every
      *    launch from batch-driver, param-menu, factor-batch and the
      *    work-queue drain is issued a run number (see
      *    src/library/runid.cbl), and log-access, log-run and
      *    log-alert stamp it on every record they write for that
      *    run. This inquiry pulls the number back out of each file:
      *    who launched the run and with what command (AUDITLOG.DAT),
      *    the ledger result (RESULTS.LED), the run-log it wrote to
      *    (RUNLOGS.DAT), any alerts raised under it (ALERTS.DAT),
      *    and for each ledger row whether certify has blessed it
      *    (CERTIFY.DAT) or ledger-correct has reversed it
      *    (REVERSALS.DAT) - the question "what happened to that
      *    run" stops being five greps matched up by clock time.
      *    Records written before run numbers carry none and are
      *    never shown here; audit-recon still pairs those the old
      *    way.
      *    Positional parameter: 1 - the run number (prompted for
      *    when omitted). RETURN-CODE 16 when no file holds a
      *    record for the run, 0 otherwise.
       environment division.
       configuration section.
           repository.
               function enter-environment.
       input-output section.
       file-control.
           select audit-file assign to "AUDITLOG.DAT"
               organization is line sequential
               file status is ws-audit-status.
           select ledger-file assign to "RESULTS.LED"
               organization is line sequential
               file status is ws-ledger-status.
           select runlog-catalog assign to "RUNLOGS.DAT"
               organization is line sequential
               file status is ws-runlog-cat-status.
           select alert-file assign to "ALERTS.DAT"
               organization is line sequential
               file status is ws-alert-status.
           select cert-file assign to "CERTIFY.DAT"
               organization is indexed
               access mode is random
               record key is fd-crt-key
               file status is ws-cert-status.
           select reversal-file assign to "REVERSALS.DAT"
               organization is line sequential
               file status is ws-reversal-status.
       data division.
       file section.
       fd audit-file.
       01 fd-audit-rec.
           05 fd-aud-operator-id   pic x(08).
           05 fd-aud-command       pic x(80).
           05 fd-aud-parameters    pic x(60).
           05 fd-aud-run-date      pic 9(08).
           05 fd-aud-run-time      pic 9(06).
           05 fd-aud-run-id        pic 9(10).
       fd ledger-file.
       01 fd-ledger-rec.
           05 fd-led-program-id    pic x(08).
           05 fd-led-parameters    pic x(40).
           05 fd-led-result        pic x(18).
           05 fd-led-run-date      pic 9(08).
           05 fd-led-run-time      pic 9(06).
           05 fd-led-elapsed-sec   pic 9(05).
           05 fd-led-run-id        pic 9(10).
       fd runlog-catalog.
       01 fd-runlog-rec.
           05 fd-rlg-filename      pic x(40).
           05 fd-rlg-date          pic 9(08).
           05 fd-rlg-run-id        pic 9(10).
       fd alert-file.
       01 fd-alert-rec.
           05 fd-alt-severity      pic x(01).
           05 fd-alt-program-id    pic x(08).
           05 fd-alt-message       pic x(60).
           05 fd-alt-run-date      pic 9(08).
           05 fd-alt-run-time      pic 9(06).
           05 fd-alt-ack           pic x(01).
           05 fd-alt-run-id        pic 9(10).
       fd cert-file.
       01 fd-cert-rec.
           05 fd-crt-key.
               10 fd-crt-program-id    pic x(08).
               10 fd-crt-run-date      pic 9(08).
               10 fd-crt-run-time      pic 9(06).
           05 fd-crt-check         pic x(08).
           05 fd-crt-cert-date     pic 9(08).
           05 fd-crt-cert-time     pic 9(06).
           05 fd-crt-operator      pic x(08).
       fd reversal-file.
       01 fd-reversal-rec.
           05 fd-rev-program-id    pic x(08).
           05 fd-rev-run-date      pic 9(08).
           05 fd-rev-run-time      pic 9(06).
           05 fd-rev-operator      pic x(08).
           05 fd-rev-done-date     pic 9(08).
       working-storage section.
           01 ws-audit-status      pic x(02)   value "00".
           01 ws-ledger-status     pic x(02)   value "00".
           01 ws-runlog-cat-status pic x(02)   value "00".
           01 ws-alert-status      pic x(02)   value "00".
           01 ws-cert-status       pic x(02)   value "00".
           01 ws-cert-present      pic X       value "N".
           01 ws-reversal-status   pic x(02)   value "00".
           01 ws-run-id            pic 9(10)   value 0.
           01 ws-run-id-text       pic x(20).
           01 ws-numval-check      pic S9(4)   comp.
           01 ws-arg-num           pic 9(2).
           01 ws-arg-count         pic 9(2).
           01 ws-launch-count      pic 9(05)   value 0.
           01 ws-ledger-count      pic 9(05)   value 0.
           01 ws-runlog-count      pic 9(05)   value 0.
           01 ws-alert-count       pic 9(05)   value 0.
       procedure division.
       display function enter-environment("run-trace").
       perform 100-init thru 100-exit.
       if ws-run-id = 0
           display "run-trace: a run number (1 to 9999999999) is"
               " required."
           move 16 to return-code
           goback
       end-if.
       display " ".
       display "===== Run trace: run " ws-run-id " =====".
       perform 200-show-launch thru 200-exit.
       perform 300-show-ledger thru 300-exit.
       perform 400-show-run-logs thru 400-exit.
       perform 500-show-alerts thru 500-exit.
       display " ".
       display "Launch records: " ws-launch-count
           "   Ledger rows: " ws-ledger-count
           "   Run-logs: " ws-runlog-count
           "   Alerts: " ws-alert-count.
       if ws-launch-count = 0 and ws-ledger-count = 0
           and ws-runlog-count = 0 and ws-alert-count = 0
           display "run-trace: nothing on file for run "
               ws-run-id "."
           move 16 to return-code
       else
           move 0 to return-code
       end-if.
       goback.
       100-init.
           move spaces to ws-run-id-text.
           accept ws-arg-count from argument-number.
           if ws-arg-count >= 1
               move 1 to ws-arg-num
               display ws-arg-num upon argument-number
               accept ws-run-id-text from argument-value
           else
               display "Run number: " with no advancing
               accept ws-run-id-text
           end-if.
           if ws-run-id-text = spaces
               go to 100-exit
           end-if.
           move function test-numval(ws-run-id-text)
               to ws-numval-check.
           if ws-numval-check not = 0
               go to 100-exit
           end-if.
           if function numval(ws-run-id-text) < 1
               or function numval(ws-run-id-text) > 9999999999
               go to 100-exit
           end-if.
           compute ws-run-id = function numval(ws-run-id-text).
       100-exit. exit.
      *----------------------------------------------------------------
      *    200-show-launch: the access-log record the launcher wrote
      *    under the run's number - who, when, and the exact command
      *    (the parameters field carries the LOG= run-log name for a
      *    batch step or menu selection). A run that itself launches
      *    children (factor-batch) logs them under their own numbers,
      *    so only this run's own launch shows here.
       200-show-launch.
           open input audit-file.
           if ws-audit-status not = "00"
               go to 200-exit
           end-if.
           display " ".
           display "Launch:".
           perform until ws-audit-status = "10"
               read audit-file
                   at end move "10" to ws-audit-status
                   not at end
                       if fd-aud-run-id is numeric
                           and fd-aud-run-id = ws-run-id
                           perform 210-show-one-launch
                       end-if
               end-read
           end-perform.
           close audit-file.
           if ws-launch-count = 0
               display "  no access-log record for this run."
           end-if.
       200-exit. exit.
       210-show-one-launch.
           add 1 to ws-launch-count.
           display "  " fd-aud-run-date " " fd-aud-run-time
               " by " fd-aud-operator-id ": "
               function trim(fd-aud-command).
           if fd-aud-parameters not = spaces
               display "           parameters: "
                   function trim(fd-aud-parameters)
           end-if.
      *----------------------------------------------------------------
      *    300-show-ledger: the run's completion(s) in the journal,
      *    each with its certification (one keyed read, as
      *    ledger-query does it) and any reversal ledger-correct has
      *    filed against it.
       300-show-ledger.
           open input ledger-file.
           if ws-ledger-status not = "00"
               go to 300-exit
           end-if.
           open input cert-file.
           if ws-cert-status = "00"
               move "Y" to ws-cert-present
           end-if.
           display " ".
           display "Ledger:".
           perform until ws-ledger-status = "10"
               read ledger-file
                   at end move "10" to ws-ledger-status
                   not at end
                       if fd-led-run-id is numeric
                           and fd-led-run-id = ws-run-id
                           perform 310-show-one-row
                       end-if
               end-read
           end-perform.
           close ledger-file.
           if ws-cert-present = "Y"
               close cert-file
           end-if.
           if ws-ledger-count = 0
               display "  no ledger row for this run - still running,"
                   " or it never completed."
           end-if.
       300-exit. exit.
       310-show-one-row.
           add 1 to ws-ledger-count.
           display "  " fd-led-program-id space fd-led-run-date space
               fd-led-run-time space fd-led-elapsed-sec "s "
               fd-led-result space function trim(fd-led-parameters).
           perform 320-show-certification thru 320-done.
           perform 330-show-reversal thru 330-done.
       320-show-certification.
           if ws-cert-present = "N"
               go to 320-done
           end-if.
           move fd-led-program-id to fd-crt-program-id.
           move fd-led-run-date to fd-crt-run-date.
           move fd-led-run-time to fd-crt-run-time.
           read cert-file
               invalid key
                   display "           not certified"
               not invalid key
                   display "           certified by "
                       function trim(fd-crt-check) " on "
                       fd-crt-cert-date " (" fd-crt-operator ")"
           end-read.
       320-done.
           exit.
       330-show-reversal.
           move "00" to ws-reversal-status.
           open input reversal-file.
           if ws-reversal-status not = "00"
               go to 330-done
           end-if.
           perform until ws-reversal-status = "10"
               read reversal-file
                   at end move "10" to ws-reversal-status
                   not at end
                       if fd-rev-program-id = fd-led-program-id
                           and fd-rev-run-date = fd-led-run-date
                           and fd-rev-run-time = fd-led-run-time
                           display "           REVERSED on "
                               fd-rev-done-date " by "
                               fd-rev-operator
                       end-if
               end-read
           end-perform.
           close reversal-file.
       330-done.
           exit.
      *----------------------------------------------------------------
      *    400-show-run-logs: the captured console output cataloged
      *    under the run - the file to read when the result is in
      *    question.
       400-show-run-logs.
           open input runlog-catalog.
           if ws-runlog-cat-status not = "00"
               go to 400-exit
           end-if.
           display " ".
           display "Run-log:".
           perform until ws-runlog-cat-status = "10"
               read runlog-catalog
                   at end move "10" to ws-runlog-cat-status
                   not at end
                       if fd-rlg-run-id is numeric
                           and fd-rlg-run-id = ws-run-id
                           add 1 to ws-runlog-count
                           display "  " function trim(fd-rlg-filename)
                               " (cataloged " fd-rlg-date ")"
                       end-if
               end-read
           end-perform.
           close runlog-catalog.
           if ws-runlog-count = 0
               display "  no run-log cataloged for this run."
           end-if.
       400-exit. exit.
      *----------------------------------------------------------------
      *    500-show-alerts: every alert raised under the run - by
      *    the program itself, by batch-driver on a failed step, or
      *    by runlog-sweep over the run's log - open or acknowledged.
       500-show-alerts.
           open input alert-file.
           if ws-alert-status not = "00"
               go to 500-exit
           end-if.
           display " ".
           display "Alerts:".
           perform until ws-alert-status = "10"
               read alert-file
                   at end move "10" to ws-alert-status
                   not at end
                       if fd-alt-run-id is numeric
                           and fd-alt-run-id = ws-run-id
                           perform 510-show-one-alert
                       end-if
               end-read
           end-perform.
           close alert-file.
           if ws-alert-count = 0
               display "  no alerts raised under this run."
           end-if.
       500-exit. exit.
       510-show-one-alert.
           add 1 to ws-alert-count.
           if fd-alt-ack = "Y"
               display "  " fd-alt-severity space fd-alt-program-id
                   space fd-alt-run-date space fd-alt-run-time
                   " (ack) " function trim(fd-alt-message)
           else
               display "  " fd-alt-severity space fd-alt-program-id
                   space fd-alt-run-date space fd-alt-run-time
                   " (open) " function trim(fd-alt-message)
           end-if.
       end program run-trace.
