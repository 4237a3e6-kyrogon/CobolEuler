       identification division.
       program-id. control-balance.
      *----------------------------------------------------------------
      *    control-balance: the nightly input-to-output proof for the
      *    file-driven jobs. Every run of factor-batch, euler1 (with
      *    a divisor control file) and batch-driver's work-queue
      *    drain files its control totals on CTLTOTS.DAT
      *    (log-control-totals, see src/library/ctltot.cbl); this
      *    reads the span's records and proves, for each one,
      *      in:  read = accepted + rejected
      *      out: accepted = processed + failed + deferred
      *    - every record handed to the job is accounted for as
      *    refused, done, failed or carried, and none went missing
      *    in between. A run whose figures don't add up is printed
      *    with both sides of the failing equation and raised on
      *    ALERTS.DAT as an error under the job's program-id, so it
      *    is in alert-browse and the morning handover with the
      *    rest.
      *    The report goes to BALANCE.TXT in the batch-report page
      *    layout (heading, column titles, footing at line 58) and
      *    is filed in the report archive like the other reports.
      *    batch-driver runs it at the end of every clean window,
      *    after the queue drain, over the window's dates.
      *    Positional parameters (optional): 1 - from date yyyymmdd
      *    (default today); 2 - to date yyyymmdd (default the from
      *    date).
      *    RETURN-CODE 0 all balanced (or nothing filed), 4 one or
      *    more runs out of balance, 16 on a bad date.
       environment division.
       configuration section.
           repository.
               function log-alert
               function file-report
               function enter-environment
               function run-environment.
       input-output section.
       file-control.
           select control-file assign to "CTLTOTS.DAT"
               organization is line sequential
               file status is ws-control-status.
           select report-out assign to "BALANCE.TXT"
               organization is line sequential.
       data division.
       file section.
       fd control-file.
       01 fd-control-rec.
           05 fd-ctl-program-id    pic x(16).
           05 fd-ctl-input-name    pic x(24).
           05 fd-ctl-run-date      pic 9(08).
           05 fd-ctl-run-time      pic 9(06).
           05 fd-ctl-run-id        pic 9(10).
           05 fd-ctl-read          pic 9(07).
           05 fd-ctl-accepted      pic 9(07).
           05 fd-ctl-rejected      pic 9(07).
           05 fd-ctl-processed     pic 9(07).
           05 fd-ctl-failed        pic 9(07).
           05 fd-ctl-deferred      pic 9(07).
       fd report-out.
       01 rpt-line                 pic x(80).
       working-storage section.
           01 ws-control-status    pic x(02)   value "00".
           01 ws-from-date         pic 9(08)   value 0.
           01 ws-to-date           pic 9(08)   value 0.
           01 ws-in-side           pic 9(08).
           01 ws-out-side          pic 9(08).
           01 ws-in-balanced       pic X.
           01 ws-out-balanced      pic X.
           01 ws-checked-count     pic 9(05)   value 0.
           01 ws-balanced-count    pic 9(05)   value 0.
           01 ws-out-count         pic 9(05)   value 0.
           01 ws-alert-message     pic x(60).
           01 ws-log-status        pic X.
           01 ws-report-filed      pic X.
           01 ws-line-number       pic 9(03)   value 0.
           01 ws-page-number       pic 9(03)   value 0.
           01 ws-arg               pic x(40).
           01 ws-arg-num           pic 9(2).
           01 ws-arg-count         pic 9(2).
           01 s                    pic 9(03).
       procedure division.
       display function enter-environment("control-balance").
       perform 100-init thru 100-exit.
       if return-code not = 0
           goback
       end-if.
       open output report-out.
       perform 610-write-heading.
       perform 200-balance-records thru 200-exit.
       perform 640-write-totals.
       perform 650-close-page.
       close report-out.
      *    the dated copy in the report archive (see
      *    src/library/rptarch.cbl) outlives the next run's overwrite.
       move function file-report("BALANCE.TXT", "control-balance")
           to ws-report-filed.
       if ws-report-filed not = "Y"
           display "control-balance: BALANCE.TXT could not be filed"
               " in the report archive."
       end-if.
       display "control-balance: " ws-checked-count
           " run(s) checked, " ws-balanced-count " balanced, "
           ws-out-count " out of balance - see BALANCE.TXT.".
       if ws-out-count > 0
           move 4 to return-code
       else
           move 0 to return-code
       end-if.
       goback.
       100-init.
           move 0 to return-code.
           accept ws-arg-count from argument-number.
           if ws-arg-count >= 1
               move 1 to ws-arg-num
               display ws-arg-num upon argument-number
               move spaces to ws-arg
               accept ws-arg from argument-value
               if ws-arg(1:8) is not numeric
                   or ws-arg(9:1) not = space
                   display "control-balance: date must be yyyymmdd: "
                       function trim(ws-arg)
                   move 16 to return-code
                   go to 100-exit
               end-if
               move ws-arg(1:8) to ws-from-date
           end-if.
           if ws-arg-count >= 2
               move 2 to ws-arg-num
               display ws-arg-num upon argument-number
               move spaces to ws-arg
               accept ws-arg from argument-value
               if ws-arg(1:8) is not numeric
                   or ws-arg(9:1) not = space
                   display "control-balance: date must be yyyymmdd: "
                       function trim(ws-arg)
                   move 16 to return-code
                   go to 100-exit
               end-if
               move ws-arg(1:8) to ws-to-date
           end-if.
           if ws-from-date = 0
               accept ws-from-date from date yyyymmdd
           end-if.
           if ws-to-date = 0
               move ws-from-date to ws-to-date
           end-if.
       100-exit. exit.
       200-balance-records.
           open input control-file.
           if ws-control-status not = "00"
               move spaces to rpt-line
               move "NO CONTROL TOTALS ON FILE (CTLTOTS.DAT)"
                   to rpt-line(1:40)
               write rpt-line
               add 1 to ws-line-number
               go to 200-exit
           end-if.
           perform until ws-control-status = "10"
               read control-file
                   at end move "10" to ws-control-status
                   not at end
                       if fd-ctl-run-date >= ws-from-date
                           and fd-ctl-run-date <= ws-to-date
                           perform 300-balance-one-run
                       end-if
               end-read
           end-perform.
           close control-file.
           if ws-checked-count = 0
               move spaces to rpt-line
               move "NO CONTROL TOTALS IN THE REQUESTED SPAN"
                   to rpt-line(1:40)
               write rpt-line
               add 1 to ws-line-number
           end-if.
       200-exit. exit.
      *----------------------------------------------------------------
      *    300-balance-one-run: both equations, each side summed from
      *    the counts the job took where things happened. A run out
      *    of balance gets its detail lines and an error alert.
       300-balance-one-run.
           add 1 to ws-checked-count.
           compute ws-in-side = fd-ctl-accepted + fd-ctl-rejected.
           compute ws-out-side = fd-ctl-processed + fd-ctl-failed
               + fd-ctl-deferred.
           move "Y" to ws-in-balanced ws-out-balanced.
           if fd-ctl-read not = ws-in-side
               move "N" to ws-in-balanced
           end-if.
           if fd-ctl-accepted not = ws-out-side
               move "N" to ws-out-balanced
           end-if.
           if ws-in-balanced = "Y" and ws-out-balanced = "Y"
               add 1 to ws-balanced-count
           else
               add 1 to ws-out-count
           end-if.
           perform 620-write-run-line.
           if ws-in-balanced = "N" or ws-out-balanced = "N"
               perform 630-write-imbalance
               perform 400-raise-alert
           end-if.
       400-raise-alert.
           move spaces to ws-alert-message.
           string "control totals out of balance - "
               function trim(fd-ctl-input-name) " run "
               fd-ctl-run-id delimited by size into ws-alert-message.
           move function log-alert(fd-ctl-program-id, "E",
               ws-alert-message) to ws-log-status.
      *----------------------------------------------------------------
      *    600-series: the batch-report page discipline - the page is
      *    built line by line with the footing always at line 58, a
      *    fresh heading whenever the body fills.
       610-write-heading.
           add 1 to ws-page-number.
           move 0 to ws-line-number.
           move spaces to rpt-line.
           move "EULER SUITE CONTROL TOTALS BALANCING"
               to rpt-line(1:36).
           move ws-from-date to rpt-line(40:8).
           move "-" to rpt-line(49:1).
           move ws-to-date to rpt-line(51:8).
           move "PAGE" to rpt-line(68:4).
           move ws-page-number to rpt-line(73:3).
           write rpt-line.
           add 1 to ws-line-number.
           move spaces to rpt-line.
           move "ENVIRONMENT:" to rpt-line(1:12).
           move function run-environment to rpt-line(14:10).
           write rpt-line.
           add 1 to ws-line-number.
           move spaces to rpt-line.
           move "DATE" to rpt-line(1:4).
           move "PROGRAM" to rpt-line(10:7).
           move "READ" to rpt-line(26:4).
           move "ACCEPT" to rpt-line(32:6).
           move "REJECT" to rpt-line(40:6).
           move "DONE" to rpt-line(50:4).
           move "FAILED" to rpt-line(56:6).
           move "DEFER" to rpt-line(65:5).
           move "STATUS" to rpt-line(71:6).
           write rpt-line.
           add 1 to ws-line-number.
       615-check-page.
           if ws-line-number >= 54
               perform 650-close-page
               perform 610-write-heading
           end-if.
       620-write-run-line.
           perform 615-check-page.
           move spaces to rpt-line.
           move fd-ctl-run-date to rpt-line(1:8).
           move fd-ctl-program-id(1:14) to rpt-line(10:14).
           move fd-ctl-read to rpt-line(23:7).
           move fd-ctl-accepted to rpt-line(31:7).
           move fd-ctl-rejected to rpt-line(39:7).
           move fd-ctl-processed to rpt-line(47:7).
           move fd-ctl-failed to rpt-line(55:7).
           move fd-ctl-deferred to rpt-line(63:7).
           if ws-in-balanced = "Y" and ws-out-balanced = "Y"
               move "BALANCED" to rpt-line(71:8)
           else
               move "OUT" to rpt-line(71:3)
           end-if.
           write rpt-line.
           add 1 to ws-line-number.
       630-write-imbalance.
           perform 615-check-page.
           move spaces to rpt-line.
           move "INPUT" to rpt-line(10:5).
           move fd-ctl-input-name to rpt-line(16:24).
           move "RUN" to rpt-line(41:3).
           move fd-ctl-run-id to rpt-line(45:10).
           move "AT" to rpt-line(56:2).
           move fd-ctl-run-time to rpt-line(59:6).
           write rpt-line.
           add 1 to ws-line-number.
           if ws-in-balanced = "N"
               perform 615-check-page
               move spaces to rpt-line
               move "IN:  READ" to rpt-line(10:9)
               move fd-ctl-read to rpt-line(24:7)
               move "NOT = ACCEPTED + REJECTED" to rpt-line(32:25)
               move ws-in-side to rpt-line(58:8)
               write rpt-line
               add 1 to ws-line-number
           end-if.
           if ws-out-balanced = "N"
               perform 615-check-page
               move spaces to rpt-line
               move "OUT: ACCEPTED" to rpt-line(10:13)
               move fd-ctl-accepted to rpt-line(24:7)
               move "NOT = DONE + FAILED + DEFER" to rpt-line(32:27)
               move ws-out-side to rpt-line(60:8)
               write rpt-line
               add 1 to ws-line-number
           end-if.
       640-write-totals.
           perform 615-check-page.
           move spaces to rpt-line.
           write rpt-line.
           add 1 to ws-line-number.
           move spaces to rpt-line.
           move "RUNS CHECKED:" to rpt-line(1:13).
           move ws-checked-count to rpt-line(15:5).
           move "BALANCED:" to rpt-line(23:9).
           move ws-balanced-count to rpt-line(33:5).
           move "OUT OF BALANCE:" to rpt-line(41:15).
           move ws-out-count to rpt-line(57:5).
           write rpt-line.
           add 1 to ws-line-number.
       650-close-page.
           perform 660-write-blank-line
               varying s from ws-line-number by 1 until s > 57.
           move spaces to rpt-line.
           move "*** end of control totals balancing ***"
               to rpt-line(1:40).
           write rpt-line.
       660-write-blank-line.
           move spaces to rpt-line.
           write rpt-line.
           add 1 to ws-line-number.
       end program control-balance.
